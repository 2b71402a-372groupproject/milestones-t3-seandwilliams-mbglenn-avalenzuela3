*> Year-end rollover. Opening a new year used to be a checklist worked
*> by hand; this supervised job works it in order, once the closing
*> year is proved fully closed - every period YYYY01-YYYY12 must have
*> a latest WTM-PERIOD-STATUS.DAT row of C, or nothing is done. The
*> steps:
*>   1 open the twelve periods of the new year (an O row for each the
*>     period status file does not carry yet)
*>   2 set up the new fiscal year on WTM-FISCAL-CALENDAR.DAT, period
*>     for period a year on from the closing fiscal year
*>   3 prove the deficit ledger carries over - readable, valid
*>     periods - and total the opening balances
*>   4 reset the annual savings goals: each goal in force opens the
*>     new year with nothing yet saved towards it
*>   5 re-base the repayment plans still in force on the new year's
*>     first period, so their year-to-date recovery starts again
*>   6 the closing year's annual statements (WTM-STATEMENT)
*>   7 a year-end backup set (WTM-BACKUP)
*>   8 the year-end control report WTM-YEAREND-<new year>.TXT: how
*>     each step ended and the opening balances for the new year
*> Each step's ending is logged to WTM-YEAREND-CONTROL.DAT as it
*> ends; a step at severity 12 or higher stops the rollover, and a
*> rerun for the same year offers to resume after the last step that
*> ended cleanly, the way the nightly driver does. Every step is also
*> safe to run twice - rows already there are never added again. The
*> writer lock is held throughout so no budgeting session posts to
*> the ledger while the balances are being carried.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-YEAREND.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Period-Status-File ASSIGN TO "WTM-PERIOD-STATUS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Period-Status-Status.
    SELECT Fiscal-Calendar-File ASSIGN TO "WTM-FISCAL-CALENDAR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Fiscal-Calendar-Status.
    SELECT Deficit-Ledger-File ASSIGN TO "WTM-DEFICIT-LEDGER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Deficit-Ledger-Status.
    SELECT Savings-Goal-File ASSIGN TO "WTM-SAVINGS-GOALS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Savings-Goal-Status.
    SELECT Repay-Plan-File ASSIGN TO "WTM-REPAY-PLANS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Repay-Plan-Status.
    SELECT Employee-Master-File ASSIGN TO "WTM-EMPLOYEE-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Employee-Master-Status.
    SELECT Yearend-Control-File ASSIGN TO "WTM-YEAREND-CONTROL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Yearend-Control-Status.
    SELECT Yearend-Report-File ASSIGN TO WS-Yearend-Report-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Yearend-Report-Status.
    SELECT Report-Catalog-File ASSIGN TO "WTM-REPORT-CATALOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Report-Catalog-Status.

DATA DIVISION.
FILE SECTION.
FD  Period-Status-File.
    COPY "WTM-PERIOD-STATUS-REC.cpy".

FD  Fiscal-Calendar-File.
01 Fiscal-Calendar-Record.
    05 Fis-Start-Date    PIC 9(8).
    05 Fis-End-Date      PIC 9(8).
    05 Fis-Fiscal-Year   PIC 9(4).
    05 Fis-Fiscal-Period PIC 9(2).
    05 Fis-Quarter       PIC 9.

FD  Deficit-Ledger-File.
    COPY "WTM-DEFICIT-LEDGER-REC.cpy".

FD  Savings-Goal-File.
    COPY "WTM-SAVINGS-GOAL-REC.cpy".

FD  Repay-Plan-File.
01 Repay-Plan-Record.
    05 Rpl-Employee-ID    PIC 9(6).
    05 Rpl-Monthly-Amount PIC 9(7)V99.
    05 Rpl-Start-Period   PIC 9(6).
    05 Rpl-Target-Period  PIC 9(6).

FD  Employee-Master-File.
    COPY "WTM-EMPLOYEE-MASTER-REC.cpy".

FD  Yearend-Control-File.
    COPY "WTM-YEAREND-CTL-REC.cpy".

FD  Yearend-Report-File.
01 Yearend-Report-Line PIC X(132).

FD  Report-Catalog-File.
    COPY "WTM-REPORT-CATALOG-REC.cpy".

WORKING-STORAGE SECTION.
01 WS-Period-Status-Status PIC XX.
01 WS-Fiscal-Calendar-Status PIC XX.
01 WS-Deficit-Ledger-Status PIC XX.
01 WS-Savings-Goal-Status PIC XX.
01 WS-Repay-Plan-Status PIC XX.
01 WS-Employee-Master-Status PIC XX.
01 WS-Yearend-Control-Status PIC XX.
01 WS-Yearend-Report-Status PIC XX.
01 WS-Report-Catalog-Status PIC XX.
01 WS-Yearend-Report-Name PIC X(40).
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Numeric-Input PIC X(8).
01 WS-Test-Numval PIC S9(6).
01 WS-Input-Valid PIC X VALUE "N".
    88 Input-Valid VALUE "Y" FALSE "N".
01 WS-Today PIC 9(8).
01 WS-Operator PIC X(8).
01 WS-Closing-Year PIC 9(4).
01 WS-New-Year PIC 9(4).
*> YYYY12 of the closing year and YYYY01 of the new one.
01 WS-Closing-Last-Period PIC 9(6).
01 WS-New-First-Period PIC 9(6).
01 WS-Work-Period PIC 9(6).
01 WS-Work-Year PIC 9(4).
01 WS-Work-Month PIC 9(2).
*> The latest status of each closing-year month, and which months of
*> the new year the period status file already carries.
01 WS-Old-Month-Table.
    05 WS-Old-Month-Status PIC X OCCURS 12 TIMES.
01 WS-New-Month-Table.
    05 WS-New-Month-Seen PIC X OCCURS 12 TIMES.
01 WS-Month-Idx PIC 9(2).
01 WS-Open-Periods PIC 9(2) VALUE 0.
01 WS-Periods-Opened PIC 9(2) VALUE 0.
*> The eight steps, as run tonight or as logged by an earlier run.
01 WS-Step-Table.
    05 WS-Step-Entry OCCURS 8 TIMES.
       10 WS-Step-Name       PIC X(20).
       10 WS-Step-Status     PIC X(12).
       10 WS-Step-RC         PIC 9(2).
       10 WS-Step-Done-Count PIC 9(7).
       10 WS-Step-Date       PIC 9(8).
       10 WS-Step-Output     PIC X(40).
       10 WS-Step-Logged     PIC X(8).
01 WS-Step-Count PIC 9(2) VALUE 8.
01 WS-Step-Idx PIC 9(2).
01 WS-Rpt-Step PIC 9(2).
01 WS-Worst-RC PIC 9(2) VALUE 0.
01 WS-Rollover-Stopped-Flag PIC X VALUE "N".
    88 Rollover-Stopped VALUE "Y" FALSE "N".
01 WS-Last-Good-Step PIC 9(2) VALUE 0.
01 WS-Restart-From PIC 9(2) VALUE 0.
01 WS-Restart-Answer PIC X.
*> Opening balances: each employee's ledger rows through the closing
*> year summed, in Employee-ID order, with what was recovered during
*> the closing year (recovery rows only - a write-off is not one).
01 WS-Balance-Table.
    05 WS-Bal-Entry OCCURS 2000 TIMES.
       10 WS-Bal-ID        PIC 9(6).
       10 WS-Bal-Amount    PIC S9(9)V99.
       10 WS-Bal-Recovered PIC S9(9)V99.
01 WS-Bal-Count PIC 9(4) VALUE 0.
01 WS-Bal-Idx PIC 9(4).
01 WS-Bal-Slot PIC 9(4).
01 WS-Bal-Overflow PIC 9(7) VALUE 0.
01 WS-Ledger-Bad-Rows PIC 9(7) VALUE 0.
01 WS-Ledger-Later-Rows PIC 9(7) VALUE 0.
01 WS-Ledger-Unreadable-Flag PIC X VALUE "N".
    88 Ledger-Unreadable VALUE "Y" FALSE "N".
01 WS-Ledger-Missing-Flag PIC X VALUE "N".
    88 Ledger-Missing VALUE "Y" FALSE "N".
01 WS-Carried-Employees PIC 9(5) VALUE 0.
01 WS-Total-Opening PIC S9(11)V99 VALUE 0.
01 WS-Total-Recovered PIC S9(11)V99 VALUE 0.
*> The goal in force per employee (the latest row), whole.
01 WS-Goal-Table.
    05 WS-Gl-Entry OCCURS 2000 TIMES.
       10 WS-Gl-ID  PIC 9(6).
       10 WS-Gl-Row PIC X(81).
01 WS-Goal-Count PIC 9(4) VALUE 0.
01 WS-Gl-Idx PIC 9(4).
01 WS-Gl-Slot PIC 9(4).
01 WS-Goal-Overflow PIC 9(7) VALUE 0.
01 WS-Goals-Opened PIC 9(5) VALUE 0.
01 WS-Goals-In-Force PIC 9(5) VALUE 0.
01 WS-Total-Goal PIC 9(11)V99 VALUE 0.
*> The plan in force per employee (the latest row).
01 WS-Plan-Table.
    05 WS-Pl-Entry OCCURS 500 TIMES.
       10 WS-Pl-ID      PIC 9(6).
       10 WS-Pl-Monthly PIC 9(7)V99.
       10 WS-Pl-Start   PIC 9(6).
       10 WS-Pl-Target  PIC 9(6).
01 WS-Plan-Count PIC 9(3) VALUE 0.
01 WS-Pl-Idx PIC 9(3).
01 WS-Pl-Slot PIC 9(3).
01 WS-Plan-Overflow PIC 9(7) VALUE 0.
01 WS-Plans-Rebased PIC 9(5) VALUE 0.
01 WS-Plans-Settled PIC 9(5) VALUE 0.
01 WS-Plans-In-Force PIC 9(5) VALUE 0.
01 WS-Name-Table.
    05 WS-Nm-Entry OCCURS 3000 TIMES.
       10 WS-Nm-Employee-ID PIC 9(6).
       10 WS-Nm-Name        PIC X(30).
01 WS-Name-Count PIC 9(4) VALUE 0.
01 WS-Nm-Idx PIC 9(4).
01 WS-Work-Name PIC X(30).
01 WS-Lookup-ID PIC 9(6).
*> The closing fiscal year's periods, and the new year's built from
*> them.
01 WS-Fy-Table.
    05 WS-Fy-Entry OCCURS 13 TIMES.
       10 WS-Fy-Start     PIC 9(8).
       10 WS-Fy-End       PIC 9(8).
       10 WS-Fy-Quarter   PIC 9.
       10 WS-Fy-Seen      PIC X.
       10 WS-Fy-New-Start PIC 9(8).
       10 WS-Fy-New-End   PIC 9(8).
01 WS-Fy-Periods PIC 9(2) VALUE 0.
01 WS-Fy-Idx PIC 9(2).
01 WS-Fy-Bad-Rows PIC 9(5) VALUE 0.
01 WS-New-Fy-Rows PIC 9(5) VALUE 0.
01 WS-Fy-Gap-Flag PIC X VALUE "N".
    88 Fiscal-Year-Gapped VALUE "Y" FALSE "N".
*> A date a year on: the same month and day, a 29 February that
*> the new year does not have falling back to the 28th for an end
*> date or forward to 1 March for a start.
01 WS-Shift-Date PIC 9(8).
01 WS-Shift-Parts REDEFINES WS-Shift-Date.
    05 WS-Shift-Year PIC 9(4).
    05 WS-Shift-MMDD PIC 9(4).
01 WS-Shift-Kind PIC X.
01 WS-Leap-Flag PIC X VALUE "N".
    88 Leap-Year VALUE "Y" FALSE "N".
01 WS-Money-Disp PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-Monthly-Disp PIC Z,ZZZ,ZZ9.99.
01 WS-Count-Disp PIC Z,ZZZ,ZZ9.
01 WS-RC-Disp PIC Z9.
01 WS-Lock-Action PIC X.
01 WS-Lock-Result PIC X.
01 WS-Lock-Held-Flag PIC X VALUE "N".
    88 Writer-Lock-Held VALUE "Y" FALSE "N".
01 WS-Lock-Operator PIC X(8).
01 WS-Gate-Function PIC X(20).
01 WS-Gate-Role PIC X.
01 WS-Gate-Result PIC X.
    88 Gate-Granted VALUE "G" FALSE "D".
01 WS-Alert-Severity PIC X.
01 WS-Alert-Source PIC X(20).
01 WS-Alert-Event-Code PIC X(8).
01 WS-Alert-Text PIC X(60).
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-UNATTENDED.cpy".
    COPY "WTM-JOB-PARMS.cpy".
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".
    COPY "WTM-FIGURE-MASK.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '------------------------------ WTM YEAR-END ROLLOVER ----------------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
*> Protected function: the rollover opens periods and re-bases every
*> plan and goal, so it requires the supervisor role however it is
*> launched. Denials are logged by the gate.
MOVE 'WTM-YEAREND' TO WS-Gate-Function.
MOVE "S" TO WS-Gate-Role.
CALL 'WTM-ROLE-GATE' USING WS-Gate-Function, WS-Gate-Role, WS-Gate-Result.
IF NOT Gate-Granted THEN
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
IF WTM-Operator-ID = SPACES THEN
    MOVE 'UNKNOWN ' TO WS-Operator
ELSE
    MOVE WTM-Operator-ID TO WS-Operator
END-IF.
PERFORM ACCEPT-CLOSING-YEAR-SECT.
PERFORM CHECK-YEAR-CLOSED-SECT.
IF WS-Open-Periods > 0 THEN
    DISPLAY 'YEAREND: ', WS-Closing-Year, ' is not fully closed - ', WS-Open-Periods,
        ' period(s) still open. Close them with WTM-PERIOD-CLOSE; nothing has been rolled over.'
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
DISPLAY 'All twelve periods of ', WS-Closing-Year, ' are closed - rolling over into ', WS-New-Year, '.'.
PERFORM INIT-STEP-TABLE-SECT.
PERFORM OFFER-RESTART-SECT.
PERFORM ACQUIRE-WRITER-LOCK-SECT.
IF NOT Writer-Lock-Held THEN
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM VARYING WS-Step-Idx FROM 1 BY 1 UNTIL (WS-Step-Idx > WS-Step-Count) OR Rollover-Stopped
    IF WS-Step-Idx <= WS-Restart-From THEN
        MOVE 'DONE PRIOR  ' TO WS-Step-Status(WS-Step-Idx)
    ELSE
        PERFORM RUN-ONE-STEP-SECT
    END-IF
END-PERFORM.
PERFORM RELEASE-WRITER-LOCK-SECT.
DISPLAY '--------------------------------------------------------------------------------------------------'.
PERFORM VARYING WS-Step-Idx FROM 1 BY 1 UNTIL WS-Step-Idx > WS-Step-Count
    DISPLAY '  STEP ', WS-Step-Idx, ' ', WS-Step-Name(WS-Step-Idx), ' ', WS-Step-Status(WS-Step-Idx),
        ' RC ', WS-Step-RC(WS-Step-Idx)
END-PERFORM.
IF Rollover-Stopped THEN
    DISPLAY 'YEAREND: the rollover of ', WS-Closing-Year, ' stopped - correct the fault and run it again;',
        ' it will offer to resume from the failed step.'
ELSE
    DISPLAY 'YEAREND: ', WS-Closing-Year, ' rolled over into ', WS-New-Year, '. Control report ',
        FUNCTION TRIM(WS-Step-Output(8)), '.'
END-IF.
MOVE WS-Worst-RC TO RETURN-CODE.
GOBACK.

ACCEPT-CLOSING-YEAR-SECT.
DISPLAY 'Enter the year being closed (YYYY):'.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    ACCEPT WS-Numeric-Input
    MOVE FUNCTION TEST-NUMVAL(WS-Numeric-Input) TO WS-Test-Numval
    IF WS-Test-Numval NOT = 0 THEN
        DISPLAY 'INPUT ERROR: that is not a valid number. Please re-enter.'
    ELSE
        IF (FUNCTION NUMVAL(WS-Numeric-Input) < 1900) OR (FUNCTION NUMVAL(WS-Numeric-Input) > 2998) THEN
            DISPLAY 'INPUT ERROR: enter a year as YYYY. Please re-enter.'
        ELSE
            COMPUTE WS-Closing-Year = FUNCTION NUMVAL(WS-Numeric-Input)
            MOVE "Y" TO WS-Input-Valid
        END-IF
    END-IF
END-PERFORM.
COMPUTE WS-New-Year = WS-Closing-Year + 1.
COMPUTE WS-Closing-Last-Period = (WS-Closing-Year * 100) + 12.
COMPUTE WS-New-First-Period = (WS-New-Year * 100) + 1.

CHECK-YEAR-CLOSED-SECT.
*> No row for a period means it was never closed.
MOVE 0 TO WS-Open-Periods.
PERFORM VARYING WS-Month-Idx FROM 1 BY 1 UNTIL WS-Month-Idx > 12
    MOVE "O" TO WS-Old-Month-Status(WS-Month-Idx)
END-PERFORM.
OPEN INPUT Period-Status-File.
IF WS-Period-Status-Status = "00" THEN
    MOVE "N" TO WS-File-EOF-Flag
    PERFORM UNTIL File-EOF
        READ Period-Status-File
            AT END SET File-EOF TO TRUE
            NOT AT END
                IF Pst-Period IS NUMERIC THEN
                    DIVIDE Pst-Period BY 100 GIVING WS-Work-Year REMAINDER WS-Work-Month
                    IF (WS-Work-Year = WS-Closing-Year) AND (WS-Work-Month >= 1) AND (WS-Work-Month <= 12) THEN
                        MOVE Pst-Status TO WS-Old-Month-Status(WS-Work-Month)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE Period-Status-File
ELSE
    IF WS-Period-Status-Status NOT = "35" THEN
        DISPLAY 'YEAREND: could not read WTM-PERIOD-STATUS.DAT, file status ', WS-Period-Status-Status
    END-IF
END-IF.
PERFORM VARYING WS-Month-Idx FROM 1 BY 1 UNTIL WS-Month-Idx > 12
    IF WS-Old-Month-Status(WS-Month-Idx) NOT = "C" THEN
        ADD 1 TO WS-Open-Periods
        COMPUTE WS-Work-Period = (WS-Closing-Year * 100) + WS-Month-Idx
        DISPLAY '  Period ', WS-Work-Period, ' is not closed.'
    END-IF
END-PERFORM.

INIT-STEP-TABLE-SECT.
MOVE 'OPEN NEW PERIODS    ' TO WS-Step-Name(1).
MOVE 'FISCAL CALENDAR     ' TO WS-Step-Name(2).
MOVE 'DEFICIT CARRYOVER   ' TO WS-Step-Name(3).
MOVE 'SAVINGS GOALS       ' TO WS-Step-Name(4).
MOVE 'REPAYMENT PLANS     ' TO WS-Step-Name(5).
MOVE 'ANNUAL STATEMENTS   ' TO WS-Step-Name(6).
MOVE 'YEAR-END BACKUP     ' TO WS-Step-Name(7).
MOVE 'CONTROL REPORT      ' TO WS-Step-Name(8).
PERFORM VARYING WS-Step-Idx FROM 1 BY 1 UNTIL WS-Step-Idx > WS-Step-Count
    MOVE 'NOT RUN     ' TO WS-Step-Status(WS-Step-Idx)
    MOVE 0 TO WS-Step-RC(WS-Step-Idx)
    MOVE 0 TO WS-Step-Done-Count(WS-Step-Idx)
    MOVE 0 TO WS-Step-Date(WS-Step-Idx)
    MOVE SPACES TO WS-Step-Output(WS-Step-Idx)
    MOVE SPACES TO WS-Step-Logged(WS-Step-Idx)
END-PERFORM.

OFFER-RESTART-SECT.
*> The latest logged ending of each of this year's steps. The steps
*> that ended below severity 12 in an unbroken run from step 1 need
*> not be done again.
MOVE 0 TO WS-Restart-From.
MOVE 0 TO WS-Last-Good-Step.
OPEN INPUT Yearend-Control-File.
IF WS-Yearend-Control-Status = "00" THEN
    MOVE "N" TO WS-File-EOF-Flag
    PERFORM UNTIL File-EOF
        READ Yearend-Control-File
            AT END SET File-EOF TO TRUE
            NOT AT END
                IF (Yec-Closing-Year = WS-Closing-Year) AND (Yec-Step >= 1) AND (Yec-Step <= WS-Step-Count) THEN
                    MOVE Yec-Status TO WS-Step-Logged(Yec-Step)
                    MOVE Yec-RC TO WS-Step-RC(Yec-Step)
                    MOVE Yec-Count TO WS-Step-Done-Count(Yec-Step)
                    MOVE Yec-Date TO WS-Step-Date(Yec-Step)
                    MOVE Yec-Output TO WS-Step-Output(Yec-Step)
                END-IF
        END-READ
    END-PERFORM
    CLOSE Yearend-Control-File
END-IF.
PERFORM VARYING WS-Step-Idx FROM 1 BY 1
        UNTIL (WS-Step-Idx > WS-Step-Count) OR (WS-Step-Logged(WS-Step-Idx) = SPACES)
            OR (WS-Step-Logged(WS-Step-Idx) = 'FATAL   ')
    MOVE WS-Step-Idx TO WS-Last-Good-Step
END-PERFORM.
IF WS-Last-Good-Step > 0 THEN
    DISPLAY 'RESTART AVAILABLE: an earlier rollover of ', WS-Closing-Year, ' completed cleanly through step ',
        WS-Last-Good-Step, ' (', FUNCTION TRIM(WS-Step-Name(WS-Last-Good-Step)), ', ',
        WS-Step-Date(WS-Last-Good-Step), ').'
    DISPLAY 'Enter R to resume from the step after it, or F to run the full rollover from step 1:'
    ACCEPT WS-Restart-Answer
    IF (WS-Restart-Answer = "R") OR (WS-Restart-Answer = "r") THEN
        MOVE WS-Last-Good-Step TO WS-Restart-From
        DISPLAY 'Resuming from step ', WS-Restart-From, ' + 1 - the earlier steps are not re-run.'
        PERFORM VARYING WS-Step-Idx FROM 1 BY 1 UNTIL WS-Step-Idx > WS-Restart-From
            IF WS-Step-RC(WS-Step-Idx) > WS-Worst-RC THEN
                MOVE WS-Step-RC(WS-Step-Idx) TO WS-Worst-RC
            END-IF
        END-PERFORM
    ELSE
        DISPLAY 'Running the full rollover from step 1.'
    END-IF
END-IF.
*> Anything not being resumed is shown as this run leaves it.
PERFORM VARYING WS-Step-Idx FROM 1 BY 1 UNTIL WS-Step-Idx > WS-Step-Count
    IF WS-Step-Idx > WS-Restart-From THEN
        MOVE 0 TO WS-Step-RC(WS-Step-Idx)
        MOVE 0 TO WS-Step-Done-Count(WS-Step-Idx)
        MOVE 0 TO WS-Step-Date(WS-Step-Idx)
        MOVE SPACES TO WS-Step-Output(WS-Step-Idx)
    END-IF
END-PERFORM.

RUN-ONE-STEP-SECT.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY 'YEAREND STEP ', WS-Step-Idx, ': ', WS-Step-Name(WS-Step-Idx).
MOVE 0 TO WS-Step-RC(WS-Step-Idx).
MOVE 0 TO WS-Step-Done-Count(WS-Step-Idx).
MOVE SPACES TO WS-Step-Output(WS-Step-Idx).
MOVE WS-Today TO WS-Step-Date(WS-Step-Idx).
EVALUATE WS-Step-Idx
    WHEN 1 PERFORM OPEN-NEW-PERIODS-SECT
    WHEN 2 PERFORM FISCAL-CALENDAR-SECT
    WHEN 3 PERFORM DEFICIT-CARRYOVER-SECT
    WHEN 4 PERFORM SAVINGS-GOALS-SECT
    WHEN 5 PERFORM REPAYMENT-PLANS-SECT
    WHEN 6 PERFORM ANNUAL-STATEMENTS-SECT
    WHEN 7 PERFORM YEAREND-BACKUP-SECT
    WHEN 8 PERFORM WRITE-CONTROL-REPORT-SECT
END-EVALUATE.
IF WS-Step-RC(WS-Step-Idx) > WS-Worst-RC THEN
    MOVE WS-Step-RC(WS-Step-Idx) TO WS-Worst-RC
END-IF.
EVALUATE TRUE
    WHEN WS-Step-RC(WS-Step-Idx) >= 12
        MOVE 'FATAL       ' TO WS-Step-Status(WS-Step-Idx)
        SET Rollover-Stopped TO TRUE
        DISPLAY 'YEAREND: step ', WS-Step-Name(WS-Step-Idx), ' ended fatally (RC ', WS-Step-RC(WS-Step-Idx),
            ') - rollover stopped.'
        MOVE "C" TO WS-Alert-Severity
        MOVE 'WTM-YEAREND' TO WS-Alert-Source
        MOVE 'STEPFATL' TO WS-Alert-Event-Code
        MOVE SPACES TO WS-Alert-Text
        STRING 'Year-end step ' DELIMITED BY SIZE
            WS-Step-Name(WS-Step-Idx) DELIMITED BY '  '
            ' ended RC ' DELIMITED BY SIZE
            WS-Step-RC(WS-Step-Idx) DELIMITED BY SIZE
            ' - rollover stopped' DELIMITED BY SIZE
            INTO WS-Alert-Text
        CALL 'WTM-ALERT' USING WS-Alert-Severity, WS-Alert-Source, WS-Alert-Event-Code, WS-Alert-Text
    WHEN WS-Step-RC(WS-Step-Idx) >= 8
        MOVE 'ERRORS      ' TO WS-Step-Status(WS-Step-Idx)
    WHEN WS-Step-RC(WS-Step-Idx) >= 4
        MOVE 'WARNINGS    ' TO WS-Step-Status(WS-Step-Idx)
    WHEN OTHER
        MOVE 'OK          ' TO WS-Step-Status(WS-Step-Idx)
END-EVALUATE.
PERFORM LOG-STEP-SECT.

LOG-STEP-SECT.
OPEN EXTEND Yearend-Control-File.
IF WS-Yearend-Control-Status = "35" THEN
    OPEN OUTPUT Yearend-Control-File
END-IF.
IF WS-Yearend-Control-Status = "00" THEN
    MOVE WS-Closing-Year TO Yec-Closing-Year
    MOVE WS-Step-Idx TO Yec-Step
    MOVE WS-Step-Name(WS-Step-Idx) TO Yec-Step-Name
    MOVE WS-Step-Status(WS-Step-Idx)(1:8) TO Yec-Status
    MOVE WS-Step-RC(WS-Step-Idx) TO Yec-RC
    MOVE WS-Step-Done-Count(WS-Step-Idx) TO Yec-Count
    MOVE FUNCTION CURRENT-DATE(1:8) TO Yec-Date
    MOVE FUNCTION CURRENT-DATE(9:8) TO Yec-Time
    MOVE WS-Operator TO Yec-Operator-ID
    MOVE WS-Step-Output(WS-Step-Idx) TO Yec-Output
    WRITE Yearend-Control-Record
    SET Rjn-After-Image TO TRUE
    MOVE 'WTM-YEAREND-CONTROL.DAT' TO WS-Rjn-File-Name
    MOVE Yearend-Control-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    CLOSE Yearend-Control-File
ELSE
    DISPLAY 'WARNING: could not write WTM-YEAREND-CONTROL.DAT, file status ', WS-Yearend-Control-Status,
        ' - a rerun will not know this step ran.'
END-IF.

OPEN-NEW-PERIODS-SECT.
*> A new-year period the file already carries - opened early, or
*> by an earlier rollover - is left exactly as it is.
PERFORM VARYING WS-Month-Idx FROM 1 BY 1 UNTIL WS-Month-Idx > 12
    MOVE "N" TO WS-New-Month-Seen(WS-Month-Idx)
END-PERFORM.
MOVE 0 TO WS-Periods-Opened.
OPEN INPUT Period-Status-File.
IF WS-Period-Status-Status = "00" THEN
    MOVE "N" TO WS-File-EOF-Flag
    PERFORM UNTIL File-EOF
        READ Period-Status-File
            AT END SET File-EOF TO TRUE
            NOT AT END
                IF Pst-Period IS NUMERIC THEN
                    DIVIDE Pst-Period BY 100 GIVING WS-Work-Year REMAINDER WS-Work-Month
                    IF (WS-Work-Year = WS-New-Year) AND (WS-Work-Month >= 1) AND (WS-Work-Month <= 12) THEN
                        MOVE "Y" TO WS-New-Month-Seen(WS-Work-Month)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE Period-Status-File
ELSE
    DISPLAY 'YEAREND: could not read WTM-PERIOD-STATUS.DAT, file status ', WS-Period-Status-Status
    MOVE 12 TO WS-Step-RC(WS-Step-Idx)
    EXIT PARAGRAPH
END-IF.
OPEN EXTEND Period-Status-File.
IF WS-Period-Status-Status NOT = "00" THEN
    DISPLAY 'YEAREND: could not append to WTM-PERIOD-STATUS.DAT, file status ', WS-Period-Status-Status
    MOVE 12 TO WS-Step-RC(WS-Step-Idx)
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING WS-Month-Idx FROM 1 BY 1 UNTIL WS-Month-Idx > 12
    IF WS-New-Month-Seen(WS-Month-Idx) = "N" THEN
        COMPUTE Pst-Period = (WS-New-Year * 100) + WS-Month-Idx
        SET Pst-Open TO TRUE
        MOVE WS-Today TO Pst-Action-Date
        MOVE WS-Operator TO Pst-Operator-ID
        MOVE 'OPENED BY YEAR-END ROLLOVER' TO Pst-Reason
        WRITE Period-Status-Record
        SET Rjn-After-Image TO TRUE
        MOVE 'WTM-PERIOD-STATUS.DAT' TO WS-Rjn-File-Name
        MOVE Period-Status-Record TO WS-Rjn-Record
        CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
        ADD 1 TO WS-Periods-Opened
    END-IF
END-PERFORM.
CLOSE Period-Status-File.
MOVE WS-Periods-Opened TO WS-Step-Done-Count(WS-Step-Idx).
DISPLAY 'YEAREND: ', WS-Periods-Opened, ' period(s) of ', WS-New-Year, ' opened; the other(s) were already on file.'.

FISCAL-CALENDAR-SECT.
*> Only the shops that keep a fiscal calendar have one to roll; the
*> new year is built period for period from the closing one, each
*> period starting a year on and ending the day before the next.
MOVE 0 TO WS-Fy-Periods.
MOVE 0 TO WS-Fy-Bad-Rows.
MOVE 0 TO WS-New-Fy-Rows.
PERFORM VARYING WS-Fy-Idx FROM 1 BY 1 UNTIL WS-Fy-Idx > 13
    MOVE "N" TO WS-Fy-Seen(WS-Fy-Idx)
END-PERFORM.
OPEN INPUT Fiscal-Calendar-File.
IF WS-Fiscal-Calendar-Status = "35" THEN
    DISPLAY 'YEAREND: no fiscal calendar is kept (WTM-FISCAL-CALENDAR.DAT is not on disk) - nothing to set up.'
    EXIT PARAGRAPH
END-IF.
IF WS-Fiscal-Calendar-Status NOT = "00" THEN
    DISPLAY 'YEAREND: could not read WTM-FISCAL-CALENDAR.DAT, file status ', WS-Fiscal-Calendar-Status
    MOVE 12 TO WS-Step-RC(WS-Step-Idx)
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Fiscal-Calendar-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            EVALUATE TRUE
                WHEN Fis-Fiscal-Year = WS-New-Year
                    ADD 1 TO WS-New-Fy-Rows
                WHEN Fis-Fiscal-Year NOT = WS-Closing-Year
                    CONTINUE
                WHEN (Fis-Fiscal-Period < 1) OR (Fis-Fiscal-Period > 13)
                    ADD 1 TO WS-Fy-Bad-Rows
                WHEN OTHER
                    MOVE Fis-Start-Date TO WS-Fy-Start(Fis-Fiscal-Period)
                    MOVE Fis-End-Date TO WS-Fy-End(Fis-Fiscal-Period)
                    MOVE Fis-Quarter TO WS-Fy-Quarter(Fis-Fiscal-Period)
                    MOVE "Y" TO WS-Fy-Seen(Fis-Fiscal-Period)
                    IF Fis-Fiscal-Period > WS-Fy-Periods THEN
                        MOVE Fis-Fiscal-Period TO WS-Fy-Periods
                    END-IF
            END-EVALUATE
    END-READ
END-PERFORM.
CLOSE Fiscal-Calendar-File.
IF WS-New-Fy-Rows > 0 THEN
    DISPLAY 'YEAREND: fiscal year ', WS-New-Year, ' is already on the calendar (', WS-New-Fy-Rows,
        ' period(s)) - left as it is.'
    EXIT PARAGRAPH
END-IF.
IF WS-Fy-Periods = 0 THEN
    DISPLAY 'YEAREND: fiscal year ', WS-Closing-Year, ' is not on the calendar, so fiscal year ', WS-New-Year,
        ' cannot be built from it - set it up by hand.'
    MOVE 4 TO WS-Step-RC(WS-Step-Idx)
    EXIT PARAGRAPH
END-IF.
SET Fiscal-Year-Gapped TO FALSE.
PERFORM VARYING WS-Fy-Idx FROM 1 BY 1 UNTIL WS-Fy-Idx > WS-Fy-Periods
    IF WS-Fy-Seen(WS-Fy-Idx) = "N" THEN
        SET Fiscal-Year-Gapped TO TRUE
    END-IF
END-PERFORM.
IF Fiscal-Year-Gapped OR (WS-Fy-Bad-Rows > 0) THEN
    DISPLAY 'YEAREND: fiscal year ', WS-Closing-Year, ' has missing or invalid periods on the calendar - fiscal year ',
        WS-New-Year, ' not built. Correct the calendar and run the rollover again.'
    MOVE 8 TO WS-Step-RC(WS-Step-Idx)
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING WS-Fy-Idx FROM 1 BY 1 UNTIL WS-Fy-Idx > WS-Fy-Periods
    MOVE WS-Fy-Start(WS-Fy-Idx) TO WS-Shift-Date
    MOVE "S" TO WS-Shift-Kind
    PERFORM SHIFT-DATE-SECT
    MOVE WS-Shift-Date TO WS-Fy-New-Start(WS-Fy-Idx)
END-PERFORM.
PERFORM VARYING WS-Fy-Idx FROM 1 BY 1 UNTIL WS-Fy-Idx >= WS-Fy-Periods
    COMPUTE WS-Fy-New-End(WS-Fy-Idx) =
        FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(WS-Fy-New-Start(WS-Fy-Idx + 1)) - 1)
END-PERFORM.
MOVE WS-Fy-End(WS-Fy-Periods) TO WS-Shift-Date.
MOVE "E" TO WS-Shift-Kind.
PERFORM SHIFT-DATE-SECT.
MOVE WS-Shift-Date TO WS-Fy-New-End(WS-Fy-Periods).
OPEN EXTEND Fiscal-Calendar-File.
IF WS-Fiscal-Calendar-Status NOT = "00" THEN
    DISPLAY 'YEAREND: could not append to WTM-FISCAL-CALENDAR.DAT, file status ', WS-Fiscal-Calendar-Status
    MOVE 12 TO WS-Step-RC(WS-Step-Idx)
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING WS-Fy-Idx FROM 1 BY 1 UNTIL WS-Fy-Idx > WS-Fy-Periods
    MOVE WS-Fy-New-Start(WS-Fy-Idx) TO Fis-Start-Date
    MOVE WS-Fy-New-End(WS-Fy-Idx) TO Fis-End-Date
    MOVE WS-New-Year TO Fis-Fiscal-Year
    MOVE WS-Fy-Idx TO Fis-Fiscal-Period
    MOVE WS-Fy-Quarter(WS-Fy-Idx) TO Fis-Quarter
    WRITE Fiscal-Calendar-Record
    SET Rjn-After-Image TO TRUE
    MOVE 'WTM-FISCAL-CALENDAR.DAT' TO WS-Rjn-File-Name
    MOVE Fiscal-Calendar-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
END-PERFORM.
CLOSE Fiscal-Calendar-File.
MOVE WS-Fy-Periods TO WS-Step-Done-Count(WS-Step-Idx).
DISPLAY 'YEAREND: fiscal year ', WS-New-Year, ' set up - ', WS-Fy-Periods, ' period(s), ',
    WS-Fy-New-Start(1), ' to ', WS-Fy-New-End(WS-Fy-Periods), '.'.

SHIFT-DATE-SECT.
ADD 1 TO WS-Shift-Year.
IF WS-Shift-MMDD = 0229 THEN
    SET Leap-Year TO FALSE
    IF (FUNCTION MOD(WS-Shift-Year, 4) = 0)
            AND ((FUNCTION MOD(WS-Shift-Year, 100) NOT = 0) OR (FUNCTION MOD(WS-Shift-Year, 400) = 0)) THEN
        SET Leap-Year TO TRUE
    END-IF
    IF NOT Leap-Year THEN
        IF WS-Shift-Kind = "S" THEN
            MOVE 0301 TO WS-Shift-MMDD
        ELSE
            MOVE 0228 TO WS-Shift-MMDD
        END-IF
    END-IF
END-IF.

DEFICIT-CARRYOVER-SECT.
*> Nothing is posted: the ledger is a running balance, so the
*> opening balance is simply every row through the closing year. The
*> step proves the ledger can be read and its periods are sound
*> before the new year's runs start adding to it.
PERFORM LOAD-LEDGER-BALANCES-SECT.
IF Ledger-Unreadable THEN
    MOVE 12 TO WS-Step-RC(WS-Step-Idx)
    EXIT PARAGRAPH
END-IF.
IF Ledger-Missing THEN
    DISPLAY 'YEAREND: no deficit ledger on file - no balances to carry over.'
    EXIT PARAGRAPH
END-IF.
MOVE WS-Carried-Employees TO WS-Step-Done-Count(WS-Step-Idx).
MOVE WS-Total-Opening TO WS-Money-Disp.
DISPLAY 'YEAREND: ', WS-Carried-Employees, ' employee(s) carry a deficit balance into ', WS-New-Year,
    ', $', WS-Money-Disp, ' in all.'.
IF WS-Ledger-Later-Rows > 0 THEN
    DISPLAY '  ', WS-Ledger-Later-Rows, ' ledger row(s) are already posted to ', WS-New-Year,
        ' or later - they are not part of the opening balances.'
END-IF.
IF WS-Ledger-Bad-Rows > 0 THEN
    DISPLAY 'YEAREND: ', WS-Ledger-Bad-Rows, ' ledger row(s) carry an invalid period and were left out of',
        ' the opening balances.'
    MOVE 4 TO WS-Step-RC(WS-Step-Idx)
END-IF.
IF WS-Bal-Overflow > 0 THEN
    DISPLAY 'YEAREND: more than 2000 employees on the ledger - ', WS-Bal-Overflow,
        ' row(s) could not be carried.'
    MOVE 8 TO WS-Step-RC(WS-Step-Idx)
END-IF.

LOAD-LEDGER-BALANCES-SECT.
MOVE 0 TO WS-Bal-Count.
MOVE 0 TO WS-Bal-Overflow.
MOVE 0 TO WS-Ledger-Bad-Rows.
MOVE 0 TO WS-Ledger-Later-Rows.
MOVE 0 TO WS-Carried-Employees.
MOVE 0 TO WS-Total-Opening.
MOVE 0 TO WS-Total-Recovered.
SET Ledger-Unreadable TO FALSE.
SET Ledger-Missing TO FALSE.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-DEFICIT-LEDGER.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Deficit-Ledger-File.
IF WS-Deficit-Ledger-Status = "35" THEN
    SET Ledger-Missing TO TRUE
    EXIT PARAGRAPH
END-IF.
IF WS-Deficit-Ledger-Status NOT = "00" THEN
    DISPLAY 'YEAREND: could not read WTM-DEFICIT-LEDGER.DAT, file status ', WS-Deficit-Ledger-Status
    SET Ledger-Unreadable TO TRUE
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Deficit-Ledger-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            PERFORM CARRY-LEDGER-ROW-SECT
    END-READ
END-PERFORM.
CLOSE Deficit-Ledger-File.
PERFORM VARYING WS-Bal-Idx FROM 1 BY 1 UNTIL WS-Bal-Idx > WS-Bal-Count
    IF WS-Bal-Amount(WS-Bal-Idx) NOT = 0 THEN
        ADD 1 TO WS-Carried-Employees
        ADD WS-Bal-Amount(WS-Bal-Idx) TO WS-Total-Opening
        ADD WS-Bal-Recovered(WS-Bal-Idx) TO WS-Total-Recovered
    END-IF
END-PERFORM.

CARRY-LEDGER-ROW-SECT.
IF (Led-Period IS NOT NUMERIC) OR (Led-Amount IS NOT NUMERIC) THEN
    ADD 1 TO WS-Ledger-Bad-Rows
    EXIT PARAGRAPH
END-IF.
DIVIDE Led-Period BY 100 GIVING WS-Work-Year REMAINDER WS-Work-Month.
IF (WS-Work-Month < 1) OR (WS-Work-Month > 12) THEN
    ADD 1 TO WS-Ledger-Bad-Rows
    EXIT PARAGRAPH
END-IF.
IF Led-Period > WS-Closing-Last-Period THEN
    ADD 1 TO WS-Ledger-Later-Rows
    EXIT PARAGRAPH
END-IF.
MOVE Led-Employee-ID TO WS-Lookup-ID.
PERFORM FIND-BALANCE-SLOT-SECT.
IF WS-Bal-Slot = 0 THEN
    ADD 1 TO WS-Bal-Overflow
    EXIT PARAGRAPH
END-IF.
ADD Led-Amount TO WS-Bal-Amount(WS-Bal-Slot).
IF (WS-Work-Year = WS-Closing-Year) AND (Led-Amount < 0) AND (NOT Led-Write-Off) THEN
    SUBTRACT Led-Amount FROM WS-Bal-Recovered(WS-Bal-Slot)
END-IF.

FIND-BALANCE-SLOT-SECT.
*> The table is kept in Employee-ID order for the control report: a
*> new employee is inserted ahead of the first higher ID.
MOVE 0 TO WS-Bal-Slot.
PERFORM VARYING WS-Bal-Idx FROM 1 BY 1
        UNTIL (WS-Bal-Idx > WS-Bal-Count) OR (WS-Bal-ID(WS-Bal-Idx) >= WS-Lookup-ID)
    CONTINUE
END-PERFORM.
IF WS-Bal-Idx <= WS-Bal-Count THEN
    IF WS-Bal-ID(WS-Bal-Idx) = WS-Lookup-ID THEN
        MOVE WS-Bal-Idx TO WS-Bal-Slot
        EXIT PARAGRAPH
    END-IF
END-IF.
IF WS-Bal-Count >= 2000 THEN
    EXIT PARAGRAPH
END-IF.
MOVE WS-Bal-Idx TO WS-Bal-Slot.
PERFORM VARYING WS-Bal-Idx FROM WS-Bal-Count BY -1 UNTIL WS-Bal-Idx < WS-Bal-Slot
    MOVE WS-Bal-Entry(WS-Bal-Idx) TO WS-Bal-Entry(WS-Bal-Idx + 1)
END-PERFORM.
ADD 1 TO WS-Bal-Count.
MOVE WS-Lookup-ID TO WS-Bal-ID(WS-Bal-Slot).
MOVE 0 TO WS-Bal-Amount(WS-Bal-Slot).
MOVE 0 TO WS-Bal-Recovered(WS-Bal-Slot).

SAVINGS-GOALS-SECT.
*> An annual goal opens the new year with nothing yet saved towards
*> it: the goal in force is written again with the current savings
*> at zero, the contribution it was being worked from carried, and
*> the new year's first period. A goal already given for the new
*> year is left alone.
MOVE 0 TO WS-Goals-Opened.
PERFORM LOAD-GOALS-SECT.
IF WS-Savings-Goal-Status = "35" THEN
    DISPLAY 'YEAREND: no savings goals on file - nothing to reset.'
    EXIT PARAGRAPH
END-IF.
IF WS-Savings-Goal-Status NOT = "00" THEN
    DISPLAY 'YEAREND: could not read WTM-SAVINGS-GOALS.DAT, file status ', WS-Savings-Goal-Status
    MOVE 12 TO WS-Step-RC(WS-Step-Idx)
    EXIT PARAGRAPH
END-IF.
OPEN EXTEND Savings-Goal-File.
IF WS-Savings-Goal-Status NOT = "00" THEN
    DISPLAY 'YEAREND: could not append to WTM-SAVINGS-GOALS.DAT, file status ', WS-Savings-Goal-Status
    MOVE 12 TO WS-Step-RC(WS-Step-Idx)
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING WS-Gl-Idx FROM 1 BY 1 UNTIL WS-Gl-Idx > WS-Goal-Count
    MOVE WS-Gl-Row(WS-Gl-Idx) TO Savings-Goal-Record
    IF (Goal-Period < WS-New-First-Period) AND (Goal-Amount > 0) THEN
        MOVE 0 TO Goal-Current-Savings
        MOVE WS-Today TO Goal-Set-Date
        MOVE WS-New-First-Period TO Goal-Period
        MOVE SPACES TO Goal-Run-ID
        MOVE WS-Operator TO Goal-Operator-ID
        WRITE Savings-Goal-Record
        SET Rjn-After-Image TO TRUE
        MOVE 'WTM-SAVINGS-GOALS.DAT' TO WS-Rjn-File-Name
        MOVE Savings-Goal-Record TO WS-Rjn-Record
        CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
        ADD 1 TO WS-Goals-Opened
    END-IF
END-PERFORM.
CLOSE Savings-Goal-File.
MOVE WS-Goals-Opened TO WS-Step-Done-Count(WS-Step-Idx).
DISPLAY 'YEAREND: ', WS-Goals-Opened, ' savings goal(s) reset for ', WS-New-Year, '.'.
IF WS-Goal-Overflow > 0 THEN
    DISPLAY 'YEAREND: more than 2000 employees have goals - ', WS-Goal-Overflow, ' goal row(s) not reset.'
    MOVE 8 TO WS-Step-RC(WS-Step-Idx)
END-IF.

LOAD-GOALS-SECT.
MOVE 0 TO WS-Goal-Count.
MOVE 0 TO WS-Goal-Overflow.
OPEN INPUT Savings-Goal-File.
IF WS-Savings-Goal-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Savings-Goal-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            MOVE 0 TO WS-Gl-Slot
            PERFORM VARYING WS-Gl-Idx FROM 1 BY 1 UNTIL (WS-Gl-Idx > WS-Goal-Count) OR (WS-Gl-Slot > 0)
                IF WS-Gl-ID(WS-Gl-Idx) = Goal-Employee-ID THEN
                    MOVE WS-Gl-Idx TO WS-Gl-Slot
                END-IF
            END-PERFORM
            IF (WS-Gl-Slot = 0) AND (WS-Goal-Count < 2000) THEN
                ADD 1 TO WS-Goal-Count
                MOVE WS-Goal-Count TO WS-Gl-Slot
                MOVE Goal-Employee-ID TO WS-Gl-ID(WS-Gl-Slot)
            END-IF
            IF WS-Gl-Slot > 0 THEN
                MOVE Savings-Goal-Record TO WS-Gl-Row(WS-Gl-Slot)
            ELSE
                ADD 1 TO WS-Goal-Overflow
            END-IF
    END-READ
END-PERFORM.
CLOSE Savings-Goal-File.
MOVE "00" TO WS-Savings-Goal-Status.

REPAYMENT-PLANS-SECT.
*> A plan whose target reaches into the new year, for an employee
*> still owing, is written again starting the new year's first
*> period - its recovery-to-date is counted from there. A plan whose
*> target has passed, or whose balance is cleared, is left to lapse.
MOVE 0 TO WS-Plans-Rebased.
MOVE 0 TO WS-Plans-Settled.
PERFORM LOAD-LEDGER-BALANCES-SECT.
IF Ledger-Unreadable THEN
    MOVE 12 TO WS-Step-RC(WS-Step-Idx)
    EXIT PARAGRAPH
END-IF.
PERFORM LOAD-PLANS-SECT.
IF WS-Repay-Plan-Status = "35" THEN
    DISPLAY 'YEAREND: no repayment plans on file - nothing to re-base.'
    EXIT PARAGRAPH
END-IF.
IF WS-Repay-Plan-Status NOT = "00" THEN
    DISPLAY 'YEAREND: could not read WTM-REPAY-PLANS.DAT, file status ', WS-Repay-Plan-Status
    MOVE 12 TO WS-Step-RC(WS-Step-Idx)
    EXIT PARAGRAPH
END-IF.
OPEN EXTEND Repay-Plan-File.
IF WS-Repay-Plan-Status NOT = "00" THEN
    DISPLAY 'YEAREND: could not append to WTM-REPAY-PLANS.DAT, file status ', WS-Repay-Plan-Status
    MOVE 12 TO WS-Step-RC(WS-Step-Idx)
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING WS-Pl-Idx FROM 1 BY 1 UNTIL WS-Pl-Idx > WS-Plan-Count
    IF (WS-Pl-Target(WS-Pl-Idx) >= WS-New-First-Period) AND (WS-Pl-Start(WS-Pl-Idx) < WS-New-First-Period) THEN
        MOVE WS-Pl-ID(WS-Pl-Idx) TO WS-Lookup-ID
        PERFORM FIND-BALANCE-SLOT-SECT
        IF (WS-Bal-Slot > 0) AND (WS-Bal-Amount(WS-Bal-Slot) > 0) THEN
            MOVE WS-Pl-ID(WS-Pl-Idx) TO Rpl-Employee-ID
            MOVE WS-Pl-Monthly(WS-Pl-Idx) TO Rpl-Monthly-Amount
            MOVE WS-New-First-Period TO Rpl-Start-Period
            MOVE WS-Pl-Target(WS-Pl-Idx) TO Rpl-Target-Period
            WRITE Repay-Plan-Record
            SET Rjn-After-Image TO TRUE
            MOVE 'WTM-REPAY-PLANS.DAT' TO WS-Rjn-File-Name
            MOVE Repay-Plan-Record TO WS-Rjn-Record
            CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
            MOVE WS-New-First-Period TO WS-Pl-Start(WS-Pl-Idx)
            ADD 1 TO WS-Plans-Rebased
        ELSE
            ADD 1 TO WS-Plans-Settled
        END-IF
    END-IF
END-PERFORM.
CLOSE Repay-Plan-File.
MOVE WS-Plans-Rebased TO WS-Step-Done-Count(WS-Step-Idx).
DISPLAY 'YEAREND: ', WS-Plans-Rebased, ' repayment plan(s) re-based on ', WS-New-First-Period, '; ',
    WS-Plans-Settled, ' left to lapse with nothing owing.'.
IF WS-Plan-Overflow > 0 THEN
    DISPLAY 'YEAREND: more than 500 employees have plans - ', WS-Plan-Overflow, ' plan row(s) not re-based.'
    MOVE 8 TO WS-Step-RC(WS-Step-Idx)
END-IF.

LOAD-PLANS-SECT.
MOVE 0 TO WS-Plan-Count.
MOVE 0 TO WS-Plan-Overflow.
OPEN INPUT Repay-Plan-File.
IF WS-Repay-Plan-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Repay-Plan-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            MOVE 0 TO WS-Pl-Slot
            PERFORM VARYING WS-Pl-Idx FROM 1 BY 1 UNTIL (WS-Pl-Idx > WS-Plan-Count) OR (WS-Pl-Slot > 0)
                IF WS-Pl-ID(WS-Pl-Idx) = Rpl-Employee-ID THEN
                    MOVE WS-Pl-Idx TO WS-Pl-Slot
                END-IF
            END-PERFORM
            IF (WS-Pl-Slot = 0) AND (WS-Plan-Count < 500) THEN
                ADD 1 TO WS-Plan-Count
                MOVE WS-Plan-Count TO WS-Pl-Slot
                MOVE Rpl-Employee-ID TO WS-Pl-ID(WS-Pl-Slot)
            END-IF
            IF WS-Pl-Slot > 0 THEN
                MOVE Rpl-Monthly-Amount TO WS-Pl-Monthly(WS-Pl-Slot)
                MOVE Rpl-Start-Period TO WS-Pl-Start(WS-Pl-Slot)
                MOVE Rpl-Target-Period TO WS-Pl-Target(WS-Pl-Slot)
            ELSE
                ADD 1 TO WS-Plan-Overflow
            END-IF
    END-READ
END-PERFORM.
CLOSE Repay-Plan-File.
MOVE "00" TO WS-Repay-Plan-Status.

ANNUAL-STATEMENTS-SECT.
*> Handed the closing year the way the nightly driver hands over a
*> queued request, so WTM-STATEMENT asks nothing at the console.
MOVE "R" TO WTM-Job-Request-Flag.
MOVE 0 TO WTM-Job-Request-No.
MOVE SPACES TO WTM-Job-Parameters.
MOVE WS-Closing-Year TO WTM-Jp-Stmt-Year.
MOVE "C" TO WTM-Jp-Stmt-Basis.
MOVE SPACES TO WTM-Job-Output-File.
MOVE 0 TO RETURN-CODE.
CALL 'WTM-STATEMENT'.
MOVE RETURN-CODE TO WS-Step-RC(WS-Step-Idx).
CANCEL 'WTM-STATEMENT'.
MOVE 0 TO RETURN-CODE.
MOVE SPACE TO WTM-Job-Request-Flag.
MOVE WTM-Job-Output-File TO WS-Step-Output(WS-Step-Idx).
IF (WS-Step-Output(WS-Step-Idx) = SPACES) AND (WS-Step-RC(WS-Step-Idx) < 4) THEN
    DISPLAY 'YEAREND: no statements were produced for ', WS-Closing-Year, '.'
    MOVE 4 TO WS-Step-RC(WS-Step-Idx)
END-IF.

YEAREND-BACKUP-SECT.
MOVE SPACES TO WTM-Job-Output-File.
MOVE "B" TO WTM-Unattended-Mode.
MOVE 0 TO RETURN-CODE.
CALL 'WTM-BACKUP'.
MOVE RETURN-CODE TO WS-Step-RC(WS-Step-Idx).
MOVE SPACE TO WTM-Unattended-Mode.
CANCEL 'WTM-BACKUP'.
MOVE 0 TO RETURN-CODE.
MOVE WTM-Job-Output-File TO WS-Step-Output(WS-Step-Idx).
IF (WS-Step-Output(WS-Step-Idx) = SPACES) AND (WS-Step-RC(WS-Step-Idx) < 12) THEN
    DISPLAY 'YEAREND: the backup named no set manifest - the year-end backup cannot be relied on.'
    MOVE 12 TO WS-Step-RC(WS-Step-Idx)
END-IF.

WRITE-CONTROL-REPORT-SECT.
PERFORM LOAD-LEDGER-BALANCES-SECT.
IF Ledger-Unreadable THEN
    MOVE 12 TO WS-Step-RC(WS-Step-Idx)
    EXIT PARAGRAPH
END-IF.
PERFORM LOAD-PLANS-SECT.
PERFORM LOAD-GOALS-SECT.
PERFORM LOAD-NAMES-SECT.
MOVE SPACES TO WS-Yearend-Report-Name.
STRING 'WTM-YEAREND-' DELIMITED BY SIZE
    WS-New-Year DELIMITED BY SIZE
    '.TXT' DELIMITED BY SIZE
    INTO WS-Yearend-Report-Name.
OPEN OUTPUT Yearend-Report-File.
IF WS-Yearend-Report-Status NOT = "00" THEN
    DISPLAY 'YEAREND ERROR: could not create ', FUNCTION TRIM(WS-Yearend-Report-Name), ', file status ',
        WS-Yearend-Report-Status
    MOVE 12 TO WS-Step-RC(WS-Step-Idx)
    EXIT PARAGRAPH
END-IF.
MOVE 'WTM-YEAREND' TO WS-Mask-View.
SET Mask-Begin TO TRUE.
PERFORM CALL-FIGURE-MASK-SECT.
MOVE SPACES TO Yearend-Report-Line.
STRING 'WTM YEAR-END CONTROL REPORT - ' DELIMITED BY SIZE
    WS-Closing-Year DELIMITED BY SIZE
    ' CLOSED, ' DELIMITED BY SIZE
    WS-New-Year DELIMITED BY SIZE
    ' OPENED   PREPARED ' DELIMITED BY SIZE
    WS-Today DELIMITED BY SIZE
    ' BY ' DELIMITED BY SIZE
    WS-Operator DELIMITED BY SPACE
    INTO Yearend-Report-Line.
WRITE Yearend-Report-Line.
MOVE SPACES TO Yearend-Report-Line.
WRITE Yearend-Report-Line.
MOVE 'STEP NAME                 STATUS        RC   DATED        COUNT  OUTPUT' TO Yearend-Report-Line.
WRITE Yearend-Report-Line.
MOVE ALL '-' TO Yearend-Report-Line.
WRITE Yearend-Report-Line.
PERFORM VARYING WS-Rpt-Step FROM 1 BY 1 UNTIL WS-Rpt-Step >= WS-Step-Idx
    MOVE SPACES TO Yearend-Report-Line
    MOVE WS-Rpt-Step TO WS-RC-Disp
    MOVE WS-RC-Disp TO Yearend-Report-Line(3:2)
    MOVE WS-Step-Name(WS-Rpt-Step) TO Yearend-Report-Line(6:20)
    MOVE WS-Step-Status(WS-Rpt-Step) TO Yearend-Report-Line(27:12)
    MOVE WS-Step-RC(WS-Rpt-Step) TO WS-RC-Disp
    MOVE WS-RC-Disp TO Yearend-Report-Line(41:2)
    MOVE WS-Step-Date(WS-Rpt-Step) TO Yearend-Report-Line(46:8)
    MOVE WS-Step-Done-Count(WS-Rpt-Step) TO WS-Count-Disp
    MOVE WS-Count-Disp TO Yearend-Report-Line(55:9)
    MOVE WS-Step-Output(WS-Rpt-Step) TO Yearend-Report-Line(66:40)
    WRITE Yearend-Report-Line
END-PERFORM.
MOVE SPACES TO Yearend-Report-Line.
WRITE Yearend-Report-Line.
MOVE SPACES TO Yearend-Report-Line.
STRING 'OPENING DEFICIT BALANCES AT ' DELIMITED BY SIZE
    WS-New-First-Period DELIMITED BY SIZE
    ' (repayment plan shown where one is in force)' DELIMITED BY SIZE
    INTO Yearend-Report-Line.
WRITE Yearend-Report-Line.
MOVE SPACES TO Yearend-Report-Line.
STRING 'EMPLOYEE NAME                    OPENING BALANCE  RECOVERED IN ' DELIMITED BY SIZE
    WS-Closing-Year DELIMITED BY SIZE
    '  PLAN MONTHLY  PLAN TARGET' DELIMITED BY SIZE
    INTO Yearend-Report-Line.
WRITE Yearend-Report-Line.
MOVE ALL '-' TO Yearend-Report-Line.
WRITE Yearend-Report-Line.
MOVE 0 TO WS-Plans-In-Force.
PERFORM VARYING WS-Bal-Idx FROM 1 BY 1 UNTIL WS-Bal-Idx > WS-Bal-Count
    IF WS-Bal-Amount(WS-Bal-Idx) NOT = 0 THEN
        PERFORM WRITE-BALANCE-LINE-SECT
    END-IF
END-PERFORM.
MOVE ALL '-' TO Yearend-Report-Line.
WRITE Yearend-Report-Line.
MOVE SPACES TO Yearend-Report-Line.
MOVE 'TOTAL' TO Yearend-Report-Line(1:5).
MOVE WS-Carried-Employees TO WS-Count-Disp.
MOVE WS-Count-Disp TO Yearend-Report-Line(9:9).
MOVE 'employee(s)' TO Yearend-Report-Line(19:11).
MOVE 0 TO WS-Mask-Employee-ID.
SET Mask-View TO TRUE.
PERFORM CALL-FIGURE-MASK-SECT.
MOVE WS-Total-Opening TO WS-Mask-Amount.
PERFORM FORMAT-FIGURE-SECT.
MOVE WS-Mask-Text TO Yearend-Report-Line(34:15).
MOVE WS-Total-Recovered TO WS-Mask-Amount.
PERFORM FORMAT-FIGURE-SECT.
MOVE WS-Mask-Text TO Yearend-Report-Line(53:15).
MOVE WS-Plans-In-Force TO WS-Count-Disp.
MOVE WS-Count-Disp TO Yearend-Report-Line(73:9).
MOVE 'plan(s)' TO Yearend-Report-Line(83:7).
WRITE Yearend-Report-Line.
MOVE SPACES TO Yearend-Report-Line.
WRITE Yearend-Report-Line.
MOVE SPACES TO Yearend-Report-Line.
STRING 'SAVINGS GOALS OPEN FOR ' DELIMITED BY SIZE
    WS-New-Year DELIMITED BY SIZE
    INTO Yearend-Report-Line.
WRITE Yearend-Report-Line.
MOVE 'EMPLOYEE NAME                            GOAL AMOUNT  MONTHLY CONTRIB' TO Yearend-Report-Line.
WRITE Yearend-Report-Line.
MOVE ALL '-' TO Yearend-Report-Line.
WRITE Yearend-Report-Line.
MOVE 0 TO WS-Goals-In-Force.
MOVE 0 TO WS-Total-Goal.
PERFORM VARYING WS-Gl-Idx FROM 1 BY 1 UNTIL WS-Gl-Idx > WS-Goal-Count
    MOVE WS-Gl-Row(WS-Gl-Idx) TO Savings-Goal-Record
    IF (Goal-Period >= WS-New-First-Period) AND (Goal-Amount > 0) THEN
        ADD 1 TO WS-Goals-In-Force
        ADD Goal-Amount TO WS-Total-Goal
        MOVE Goal-Employee-ID TO WS-Lookup-ID
        PERFORM FIND-NAME-SECT
        MOVE SPACES TO Yearend-Report-Line
        MOVE Goal-Employee-ID TO Yearend-Report-Line(1:6)
        MOVE WS-Work-Name TO Yearend-Report-Line(9:30)
        MOVE Goal-Amount TO WS-Money-Disp
        MOVE WS-Money-Disp TO Yearend-Report-Line(38:15)
        MOVE Goal-Monthly-Contribution TO WS-Money-Disp
        MOVE WS-Money-Disp TO Yearend-Report-Line(55:15)
        WRITE Yearend-Report-Line
    END-IF
END-PERFORM.
MOVE ALL '-' TO Yearend-Report-Line.
WRITE Yearend-Report-Line.
MOVE SPACES TO Yearend-Report-Line.
MOVE 'TOTAL' TO Yearend-Report-Line(1:5).
MOVE WS-Goals-In-Force TO WS-Count-Disp.
MOVE WS-Count-Disp TO Yearend-Report-Line(9:9).
MOVE 'goal(s)' TO Yearend-Report-Line(19:7).
MOVE WS-Total-Goal TO WS-Money-Disp.
MOVE WS-Money-Disp TO Yearend-Report-Line(38:15).
WRITE Yearend-Report-Line.
CLOSE Yearend-Report-File.
MOVE WS-Yearend-Report-Name TO WS-Step-Output(WS-Step-Idx).
MOVE WS-Carried-Employees TO WS-Step-Done-Count(WS-Step-Idx).
DISPLAY 'Year-end control report written to ', FUNCTION TRIM(WS-Yearend-Report-Name), '.'.
MOVE 'YEAREND ' TO Gen-Family.
MOVE WS-Yearend-Report-Name TO Gen-File-Name.
MOVE WS-Today TO Gen-Date.
MOVE WS-Carried-Employees TO Gen-Record-Count.
PERFORM WRITE-CATALOG-ENTRY-SECT.

WRITE-BALANCE-LINE-SECT.
MOVE WS-Bal-ID(WS-Bal-Idx) TO WS-Lookup-ID.
PERFORM FIND-NAME-SECT.
MOVE SPACES TO Yearend-Report-Line.
MOVE WS-Bal-ID(WS-Bal-Idx) TO Yearend-Report-Line(1:6).
MOVE WS-Work-Name TO Yearend-Report-Line(9:24).
MOVE WS-Bal-ID(WS-Bal-Idx) TO WS-Mask-Employee-ID.
SET Mask-View TO TRUE.
PERFORM CALL-FIGURE-MASK-SECT.
MOVE WS-Bal-Amount(WS-Bal-Idx) TO WS-Mask-Amount.
PERFORM FORMAT-FIGURE-SECT.
MOVE WS-Mask-Text TO Yearend-Report-Line(34:15).
MOVE WS-Bal-Recovered(WS-Bal-Idx) TO WS-Mask-Amount.
PERFORM FORMAT-FIGURE-SECT.
MOVE WS-Mask-Text TO Yearend-Report-Line(53:15).
PERFORM VARYING WS-Pl-Idx FROM 1 BY 1 UNTIL WS-Pl-Idx > WS-Plan-Count
    IF (WS-Pl-ID(WS-Pl-Idx) = WS-Bal-ID(WS-Bal-Idx)) AND (WS-Pl-Target(WS-Pl-Idx) >= WS-New-First-Period) THEN
        ADD 1 TO WS-Plans-In-Force
        MOVE WS-Pl-Monthly(WS-Pl-Idx) TO WS-Monthly-Disp
        MOVE WS-Monthly-Disp TO Yearend-Report-Line(70:12)
        MOVE WS-Pl-Target(WS-Pl-Idx) TO Yearend-Report-Line(89:6)
    END-IF
END-PERFORM.
WRITE Yearend-Report-Line.

LOAD-NAMES-SECT.
MOVE 0 TO WS-Name-Count.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Employee-Master-File.
IF WS-Employee-Master-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Employee-Master-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF WS-Name-Count < 3000 THEN
                ADD 1 TO WS-Name-Count
                MOVE Empl-ID TO WS-Nm-Employee-ID(WS-Name-Count)
                MOVE Empl-Name TO WS-Nm-Name(WS-Name-Count)
            END-IF
    END-READ
END-PERFORM.
CLOSE Employee-Master-File.

FIND-NAME-SECT.
MOVE '(not on master)' TO WS-Work-Name.
PERFORM VARYING WS-Nm-Idx FROM 1 BY 1 UNTIL WS-Nm-Idx > WS-Name-Count
    IF WS-Nm-Employee-ID(WS-Nm-Idx) = WS-Lookup-ID THEN
        MOVE WS-Nm-Name(WS-Nm-Idx) TO WS-Work-Name
    END-IF
END-PERFORM.

WRITE-CATALOG-ENTRY-SECT.
OPEN EXTEND Report-Catalog-File.
IF WS-Report-Catalog-Status = "35" THEN
    OPEN OUTPUT Report-Catalog-File
END-IF.
IF WS-Report-Catalog-Status = "00" THEN
    WRITE Report-Catalog-Record
    SET Rjn-After-Image TO TRUE
    MOVE 'WTM-REPORT-CATALOG.DAT' TO WS-Rjn-File-Name
    MOVE Report-Catalog-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    CLOSE Report-Catalog-File
ELSE
    DISPLAY 'WARNING: could not write WTM-REPORT-CATALOG.DAT, file status ', WS-Report-Catalog-Status
END-IF.

ACQUIRE-WRITER-LOCK-SECT.
MOVE "A" TO WS-Lock-Action.
MOVE WS-Operator TO WS-Lock-Operator.
CALL 'WTM-WRITER-LOCK' USING WS-Lock-Action, WS-Lock-Operator, WS-Lock-Result.
IF WS-Lock-Result = "G" THEN
    SET Writer-Lock-Held TO TRUE
ELSE
    DISPLAY 'YEAREND: another job holds the writer lock - nothing has been rolled over. Try again when it finishes.'
END-IF.

RELEASE-WRITER-LOCK-SECT.
IF Writer-Lock-Held THEN
    MOVE "R" TO WS-Lock-Action
    CALL 'WTM-WRITER-LOCK' USING WS-Lock-Action, WS-Lock-Operator, WS-Lock-Result
    SET Writer-Lock-Held TO FALSE
END-IF.

FORMAT-FIGURE-SECT.
SET Mask-Format TO TRUE.
PERFORM CALL-FIGURE-MASK-SECT.

CALL-FIGURE-MASK-SECT.
CALL 'WTM-FIGURE-MASK' USING WS-Mask-Function, WS-Mask-View, WS-Mask-Employee-ID,
    WS-Mask-Amount, WS-Mask-Result, WS-Mask-Text.

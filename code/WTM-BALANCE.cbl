*> write an export record but no history record, so export rows with
*> a non-domestic currency code are excluded, as are rows flagged
*> superseded by a replacement run on either side.
*> A trailing section takes every closed period on
*> WTM-PERIOD-STATUS.DAT and sets its close snapshot against the live
*> files, so a period restated since accounting signed it off shows
*> up here with the runs and balances that moved.
*> The nightly run is incremental: WTM-AUDITMARK holds how far each
*> file was balanced last time, and where the rows under both marks
*> are unchanged only the dates the rows added since fall on - and
*> the dates out of balance on the previous report - are balanced
*> again; every other date was in balance and nothing on it has
*> moved. Both files are still read whole for those dates' totals.
*> Either file rewritten beneath its mark (an archive, a superseded
*> run) sends both full, as does a week since the last full run or
*> an operator asking for one (F at the mode prompt when run from
*> the menu). The report states the mode that ran and the records
*> it covered. The closed-periods section is always taken whole.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-BALANCE.

    SELECT Balance-Report-File ASSIGN TO "WTM-BALANCE-REPORT.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Balance-Report-Status.
    SELECT Period-Status-File ASSIGN TO "WTM-PERIOD-STATUS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Period-Status-Status.

DATA DIVISION.
FILE SECTION.
FD  Balance-Report-File.
01 Balance-Report-Line PIC X(132).

FD  Period-Status-File.
    COPY "WTM-PERIOD-STATUS-REC.cpy".

WORKING-STORAGE SECTION.
01 WS-Budget-History-Status PIC XX.
01 WS-Acct-Export-Status PIC XX.
01 WS-Balance-Report-Status PIC XX.
01 WS-Period-Status-Status PIC XX.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
*> One slot per distinct date seen in either file; both sides of the
01 WS-Tolerance PIC 9(3)V99 VALUE 0.05.
01 WS-Dates-In-Balance PIC 9(3) VALUE 0.
01 WS-Dates-Out-Of-Balance PIC 9(3) VALUE 0.
01 WS-Alert-Severity PIC X.
01 WS-Alert-Source PIC X(20).
01 WS-Alert-Event-Code PIC X(8).
01 WS-Alert-Text PIC X(60).
01 WS-Diff PIC S9(11)V99.
01 WS-Date-OK-Flag PIC X VALUE "Y".
    88 Date-In-Balance VALUE "Y" FALSE "N".
*> Latest status per period from the close control log.
01 WS-Period-Table.
    05 WS-Prd-Entry OCCURS 240 TIMES.
       10 WS-Prd-Period PIC 9(6).
       10 WS-Prd-Status PIC X.
01 WS-Period-Count PIC 9(3) VALUE 0.
01 WS-Prd-Idx PIC 9(3).
01 WS-Prd-Slot PIC 9(3).
01 WS-Closed-Periods PIC 9(3) VALUE 0.
01 WS-Restated-Periods PIC 9(3) VALUE 0.
01 WS-Diff-Idx PIC 9(5).
*> An incremental run only totals dates already in the table - the
*> dates of the new rows and the dates out of balance last time.
01 WS-Restrict-Flag PIC X VALUE "N".
    88 Dates-Restricted VALUE "Y" FALSE "N".
01 WS-Scan-Request PIC X.
01 WS-Mode-Answer PIC X.
01 WS-Scan-Mode PIC X.
    88 Scan-Incremental VALUE "I".
01 WS-Scan-Reason PIC X(100) VALUE SPACES.
01 WS-Hist-Start PIC 9(7) VALUE 0.
01 WS-Acct-Start PIC 9(7) VALUE 0.
01 WS-Hist-Position PIC 9(7) VALUE 0.
01 WS-Acct-Position PIC 9(7) VALUE 0.
01 WS-Hist-New-Rows PIC 9(7) VALUE 0.
01 WS-Acct-New-Rows PIC 9(7) VALUE 0.
01 WS-Hist-Read-Flag PIC X VALUE "N".
    88 Hist-Read VALUE "Y" FALSE "N".
01 WS-Acct-Read-Flag PIC X VALUE "N".
    88 Acct-Read VALUE "Y" FALSE "N".
*> Dates out of balance on the previous report.
01 WS-Prior-Dates.
    05 WS-Prior-Date PIC 9(8) OCCURS 100 TIMES.
01 WS-Prior-Count PIC 9(3) VALUE 0.
01 WS-Prior-Idx PIC 9(3).
01 WS-Prior-Last-Date PIC 9(8).
01 WS-Closed-Disp PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-Current-Disp PIC -ZZZ,ZZZ,ZZ9.99.
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-SNAPSHOT-CTL.cpy".
    COPY "WTM-AUDIT-MARK-CTL.cpy".
    COPY "WTM-UNATTENDED.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '------------------------- WTM HISTORY / ACCOUNTING EXPORT BALANCING -------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
PERFORM CHOOSE-SCAN-MODE-SECT.
IF WS-Scan-Request = "I" THEN
    PERFORM LOAD-PRIOR-REPORT-SECT
END-IF.
PERFORM START-MARKS-SECT.
IF Scan-Incremental THEN
    PERFORM NOTE-NEW-DATES-SECT
END-IF.
PERFORM TALLY-HISTORY-SECT.
PERFORM TALLY-ACCT-EXPORT-SECT.
OPEN OUTPUT Balance-Report-File.
    '  (records grouped by run/export date; date 0 = legacy rows without a date)' DELIMITED BY SIZE
    INTO Balance-Report-Line.
WRITE Balance-Report-Line.
MOVE SPACES TO Balance-Report-Line.
IF Scan-Incremental THEN
    STRING 'Scan mode: INCREMENTAL - ' DELIMITED BY SIZE
        WS-Scan-Reason DELIMITED BY SIZE
        INTO Balance-Report-Line
ELSE
    STRING 'Scan mode: FULL - ' DELIMITED BY SIZE
        WS-Scan-Reason DELIMITED BY SIZE
        INTO Balance-Report-Line
END-IF.
WRITE Balance-Report-Line.
DISPLAY FUNCTION TRIM(Balance-Report-Line TRAILING).
PERFORM VARYING Date-Idx FROM 1 BY 1 UNTIL Date-Idx > WS-Date-Count
    PERFORM REPORT-ONE-DATE-SECT
END-PERFORM.
    WS-Dates-Out-Of-Balance DELIMITED BY SIZE
    INTO Balance-Report-Line.
WRITE Balance-Report-Line.
PERFORM REPORT-COVERAGE-SECT.
PERFORM REPORT-CLOSED-PERIODS-SECT.
CLOSE Balance-Report-File.
PERFORM SET-MARKS-SECT.
DISPLAY 'Dates in balance: ', WS-Dates-In-Balance, '   dates OUT OF BALANCE: ', WS-Dates-Out-Of-Balance.
IF WS-Restated-Periods > 0 THEN
    DISPLAY 'Closed periods restated since their close: ', WS-Restated-Periods
END-IF.
DISPLAY 'Balancing report written to WTM-BALANCE-REPORT.TXT.'.
GOBACK.

        MOVE Date-Idx TO WS-Date-Slot
    END-IF
END-PERFORM.
IF (WS-Date-Slot = 0) AND (NOT Dates-Restricted) THEN
    IF WS-Date-Count < 100 THEN
        ADD 1 TO WS-Date-Count
        MOVE WS-Date-Count TO WS-Date-Slot
END-IF.

TALLY-HISTORY-SECT.
SET File-Ctl-Verify TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Budget-History-File.
IF WS-Budget-History-Status NOT = "00" THEN
    DISPLAY 'BALANCE: could not open BUDGET-HISTORY.DAT, file status ', WS-Budget-History-Status
ELSE
    SET Hist-Read TO TRUE
    MOVE 0 TO WS-Hist-Position
    MOVE "N" TO WS-File-EOF-Flag
    PERFORM UNTIL File-EOF
        READ Budget-History-File
            AT END SET File-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-Hist-Position
                PERFORM TALLY-ONE-HISTORY-SECT
        END-READ
    END-PERFORM
    CLOSE Budget-History-File
    COMPUTE WS-Work-Cat-Total = Hist-Rent + Hist-Bills + Hist-Food + Hist-Travel + Hist-Taxes + Hist-Insurance
    ADD WS-Work-Cat-Total TO WS-Hist-Cat-Total(WS-Date-Slot)
    COMPUTE WS-Work-Extra = Hist-Salary - WS-Work-Cat-Total
    IF (Hist-Layout-Version IS NUMERIC) AND (Hist-Layout-Version >= 12) AND (Hist-Garnishments IS NUMERIC) THEN
        SUBTRACT Hist-Garnishments FROM WS-Work-Extra
    END-IF
    IF WS-Work-Extra < 0 THEN
        MOVE 0 TO WS-Work-Extra
    END-IF
END-IF.

TALLY-ACCT-EXPORT-SECT.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-ACCOUNTING-EXPORT.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Acct-Export-File.
IF WS-Acct-Export-Status NOT = "00" THEN
    DISPLAY 'BALANCE: could not open WTM-ACCOUNTING-EXPORT.DAT, file status ', WS-Acct-Export-Status
ELSE
    SET Acct-Read TO TRUE
    MOVE 0 TO WS-Acct-Position
    MOVE "N" TO WS-File-EOF-Flag
    PERFORM UNTIL File-EOF
        READ Acct-Export-File
            AT END SET File-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-Acct-Position
                PERFORM TALLY-ONE-ACCT-SECT
        END-READ
    END-PERFORM
    CLOSE Acct-Export-File
    ADD Acct-Extra TO WS-Acct-Extra-Total(WS-Date-Slot)
END-IF.

CHOOSE-SCAN-MODE-SECT.
*> The nightly stream takes the incremental run; from the menu the
*> operator may ask for a full run instead.
MOVE "I" TO WS-Scan-Request.
IF WTM-Unattended-Mode = "B" THEN
    EXIT PARAGRAPH
END-IF.
DISPLAY 'Scan mode - I records added since the last check, F full rescan (I): ' WITH NO ADVANCING.
ACCEPT WS-Mode-Answer.
IF FUNCTION UPPER-CASE(WS-Mode-Answer) = "F" THEN
    MOVE "F" TO WS-Scan-Request
END-IF.

LOAD-PRIOR-REPORT-SECT.
*> A date out of balance last time is balanced again every run until
*> it agrees. Without the previous report the run goes full.
MOVE 0 TO WS-Prior-Count.
MOVE 0 TO WS-Prior-Last-Date.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Balance-Report-File.
IF WS-Balance-Report-Status NOT = "00" THEN
    MOVE "F" TO WS-Scan-Request
    MOVE 'no previous report to take out-of-balance dates from' TO WS-Scan-Reason
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Balance-Report-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (Balance-Report-Line(1:5) = 'Date ') AND (Balance-Report-Line(6:8) IS NUMERIC) THEN
                MOVE Balance-Report-Line(6:8) TO WS-Prior-Last-Date
            END-IF
            IF (Balance-Report-Line(1:10) = '  *** OUT ') AND (WS-Prior-Count < 100) THEN
                ADD 1 TO WS-Prior-Count
                MOVE WS-Prior-Last-Date TO WS-Prior-Date(WS-Prior-Count)
            END-IF
    END-READ
END-PERFORM.
CLOSE Balance-Report-File.
MOVE "N" TO WS-File-EOF-Flag.

START-MARKS-SECT.
*> A date balances history against export, so both files must be
*> unchanged beneath their marks for the run to go incremental.
MOVE 'WTM-BALANCE' TO WS-Audit-Mark-Job.
SET Audit-Mark-Start TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-Audit-Mark-File.
MOVE WS-Scan-Request TO WS-Audit-Mark-Mode.
CALL 'WTM-AUDITMARK' USING WS-Audit-Mark-Function, WS-Audit-Mark-Job, WS-Audit-Mark-File, WS-Audit-Mark-Area.
MOVE WS-Audit-Mark-Mode TO WS-Scan-Mode.
MOVE WS-Audit-Mark-Position TO WS-Hist-Start.
IF (NOT Scan-Incremental) AND (WS-Scan-Reason = SPACES) THEN
    STRING 'BUDGET-HISTORY.DAT: ' DELIMITED BY SIZE
        WS-Audit-Mark-Reason DELIMITED BY SIZE
        INTO WS-Scan-Reason
END-IF.
SET Audit-Mark-Start TO TRUE.
MOVE 'WTM-ACCOUNTING-EXPORT.DAT' TO WS-Audit-Mark-File.
MOVE WS-Scan-Request TO WS-Audit-Mark-Mode.
CALL 'WTM-AUDITMARK' USING WS-Audit-Mark-Function, WS-Audit-Mark-Job, WS-Audit-Mark-File, WS-Audit-Mark-Area.
MOVE WS-Audit-Mark-Position TO WS-Acct-Start.
IF (NOT Audit-Mark-Incremental) AND (WS-Scan-Reason = SPACES) THEN
    STRING 'WTM-ACCOUNTING-EXPORT.DAT: ' DELIMITED BY SIZE
        WS-Audit-Mark-Reason DELIMITED BY SIZE
        INTO WS-Scan-Reason
END-IF.
IF Scan-Incremental AND Audit-Mark-Incremental THEN
    MOVE 'dates with records added since the last check, and dates out of balance then' TO WS-Scan-Reason
ELSE
    MOVE "F" TO WS-Scan-Mode
    MOVE 0 TO WS-Hist-Start
    MOVE 0 TO WS-Acct-Start
END-IF.

NOTE-NEW-DATES-SECT.
*> The dates the rows above each mark fall on, and the dates out of
*> balance last time, are the only dates this run totals.
MOVE 0 TO WS-Hist-Position.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Budget-History-File.
IF WS-Budget-History-Status = "00" THEN
    PERFORM UNTIL File-EOF
        READ Budget-History-File
            AT END SET File-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-Hist-Position
                IF WS-Hist-Position > WS-Hist-Start THEN
                    ADD 1 TO WS-Hist-New-Rows
                    IF Hist-Run-Date IS NUMERIC THEN
                        MOVE Hist-Run-Date TO WS-Work-Date
                    ELSE
                        MOVE 0 TO WS-Work-Date
                    END-IF
                    PERFORM FIND-DATE-SLOT-SECT
                END-IF
        END-READ
    END-PERFORM
    CLOSE Budget-History-File
END-IF.
MOVE 0 TO WS-Acct-Position.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Acct-Export-File.
IF WS-Acct-Export-Status = "00" THEN
    PERFORM UNTIL File-EOF
        READ Acct-Export-File
            AT END SET File-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-Acct-Position
                IF WS-Acct-Position > WS-Acct-Start THEN
                    ADD 1 TO WS-Acct-New-Rows
                    IF Acct-Export-Date IS NUMERIC THEN
                        MOVE Acct-Export-Date TO WS-Work-Date
                    ELSE
                        MOVE 0 TO WS-Work-Date
                    END-IF
                    PERFORM FIND-DATE-SLOT-SECT
                END-IF
        END-READ
    END-PERFORM
    CLOSE Acct-Export-File
END-IF.
PERFORM VARYING WS-Prior-Idx FROM 1 BY 1 UNTIL WS-Prior-Idx > WS-Prior-Count
    MOVE WS-Prior-Date(WS-Prior-Idx) TO WS-Work-Date
    PERFORM FIND-DATE-SLOT-SECT
END-PERFORM.
SET Dates-Restricted TO TRUE.

REPORT-COVERAGE-SECT.
MOVE SPACES TO Balance-Report-Line.
IF Scan-Incremental THEN
    STRING 'Records covered: history ' DELIMITED BY SIZE
        WS-Hist-New-Rows DELIMITED BY SIZE
        ' new of ' DELIMITED BY SIZE
        WS-Hist-Position DELIMITED BY SIZE
        ', export ' DELIMITED BY SIZE
        WS-Acct-New-Rows DELIMITED BY SIZE
        ' new of ' DELIMITED BY SIZE
        WS-Acct-Position DELIMITED BY SIZE
        ' - ' DELIMITED BY SIZE
        WS-Date-Count DELIMITED BY SIZE
        ' date(s) rebalanced (' DELIMITED BY SIZE
        WS-Prior-Count DELIMITED BY SIZE
        ' out last time)' DELIMITED BY SIZE
        INTO Balance-Report-Line
ELSE
    STRING 'Records covered: history ' DELIMITED BY SIZE
        WS-Hist-Position DELIMITED BY SIZE
        ' of ' DELIMITED BY SIZE
        WS-Hist-Position DELIMITED BY SIZE
        ', export ' DELIMITED BY SIZE
        WS-Acct-Position DELIMITED BY SIZE
        ' of ' DELIMITED BY SIZE
        WS-Acct-Position DELIMITED BY SIZE
        ' - every date' DELIMITED BY SIZE
        INTO Balance-Report-Line
END-IF.
WRITE Balance-Report-Line.
DISPLAY FUNCTION TRIM(Balance-Report-Line TRAILING).

SET-MARKS-SECT.
*> Each file read moves its mark up to the records now balanced.
MOVE WS-Scan-Mode TO WS-Audit-Mark-Mode.
IF Hist-Read THEN
    SET Audit-Mark-Set TO TRUE
    MOVE 'BUDGET-HISTORY.DAT' TO WS-Audit-Mark-File
    MOVE WS-Hist-Position TO WS-Audit-Mark-Position
    CALL 'WTM-AUDITMARK' USING WS-Audit-Mark-Function, WS-Audit-Mark-Job, WS-Audit-Mark-File, WS-Audit-Mark-Area
END-IF.
IF Acct-Read THEN
    SET Audit-Mark-Set TO TRUE
    MOVE 'WTM-ACCOUNTING-EXPORT.DAT' TO WS-Audit-Mark-File
    MOVE WS-Acct-Position TO WS-Audit-Mark-Position
    CALL 'WTM-AUDITMARK' USING WS-Audit-Mark-Function, WS-Audit-Mark-Job, WS-Audit-Mark-File, WS-Audit-Mark-Area
END-IF.

REPORT-ONE-DATE-SECT.
MOVE "Y" TO WS-Date-OK-Flag.
IF WS-Hist-Count(Date-Idx) NOT = WS-Acct-Count(Date-Idx) THEN
    MOVE '  *** OUT OF BALANCE - do not import this date until reconciled ***' TO Balance-Report-Line
    DISPLAY 'OUT OF BALANCE: date ', WS-Bal-Date(Date-Idx), ' - history ', WS-Hist-Count(Date-Idx),
        ' record(s) vs export ', WS-Acct-Count(Date-Idx), ' record(s).'
    MOVE "C" TO WS-Alert-Severity
    MOVE 'WTM-BALANCE' TO WS-Alert-Source
    MOVE 'OUTOFBAL' TO WS-Alert-Event-Code
    MOVE SPACES TO WS-Alert-Text
    STRING 'Date ' DELIMITED BY SIZE
        WS-Bal-Date(Date-Idx) DELIMITED BY SIZE
        ' out of balance: history ' DELIMITED BY SIZE
        WS-Hist-Count(Date-Idx) DELIMITED BY SIZE
        ' vs export ' DELIMITED BY SIZE
        WS-Acct-Count(Date-Idx) DELIMITED BY SIZE
        INTO WS-Alert-Text
    CALL 'WTM-ALERT' USING WS-Alert-Severity, WS-Alert-Source, WS-Alert-Event-Code, WS-Alert-Text
END-IF.
WRITE Balance-Report-Line.

REPORT-CLOSED-PERIODS-SECT.
*> As closed versus as currently stated, one closed period at a time.
*> None of these lines starts with the out-of-balance marker - a
*> restatement is for accounting to review, not a reason to hold
*> the next close.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Period-Status-File.
IF WS-Period-Status-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Period-Status-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            MOVE 0 TO WS-Prd-Slot
            PERFORM VARYING WS-Prd-Idx FROM 1 BY 1 UNTIL (WS-Prd-Idx > WS-Period-Count) OR (WS-Prd-Slot > 0)
                IF WS-Prd-Period(WS-Prd-Idx) = Pst-Period THEN
                    MOVE WS-Prd-Idx TO WS-Prd-Slot
                END-IF
            END-PERFORM
            IF (WS-Prd-Slot = 0) AND (WS-Period-Count < 240) THEN
                ADD 1 TO WS-Period-Count
                MOVE WS-Period-Count TO WS-Prd-Slot
                MOVE Pst-Period TO WS-Prd-Period(WS-Prd-Slot)
            END-IF
            IF WS-Prd-Slot > 0 THEN
                MOVE Pst-Status TO WS-Prd-Status(WS-Prd-Slot)
            END-IF
    END-READ
END-PERFORM.
CLOSE Period-Status-File.
MOVE SPACES TO Balance-Report-Line.
WRITE Balance-Report-Line.
MOVE 'CLOSED PERIODS - AS CLOSED vs AS CURRENTLY STATED' TO Balance-Report-Line.
WRITE Balance-Report-Line.
MOVE '(differences: R on file at the close but gone now, A added since, C changed)' TO Balance-Report-Line.
WRITE Balance-Report-Line.
PERFORM VARYING WS-Prd-Idx FROM 1 BY 1 UNTIL WS-Prd-Idx > WS-Period-Count
    IF WS-Prd-Status(WS-Prd-Idx) = "C" THEN
        ADD 1 TO WS-Closed-Periods
        PERFORM REPORT-ONE-CLOSED-PERIOD-SECT
    END-IF
END-PERFORM.
MOVE SPACES TO Balance-Report-Line.
STRING 'Closed periods: ' DELIMITED BY SIZE
    WS-Closed-Periods DELIMITED BY SIZE
    '   restated since close: ' DELIMITED BY SIZE
    WS-Restated-Periods DELIMITED BY SIZE
    INTO Balance-Report-Line.
WRITE Balance-Report-Line.

REPORT-ONE-CLOSED-PERIOD-SECT.
SET Snap-Compare TO TRUE.
MOVE WS-Prd-Period(WS-Prd-Idx) TO WS-Snap-Period.
CALL 'WTM-SNAPSHOT' USING WS-Snap-Function, WS-Snap-Period, WS-Snap-Result.
MOVE SPACES TO Balance-Report-Line.
IF NOT Snap-Done THEN
    STRING 'Period ' DELIMITED BY SIZE
        WS-Snap-Period DELIMITED BY SIZE
        ': closed before snapshots were kept - no as-closed figures' DELIMITED BY SIZE
        INTO Balance-Report-Line
    WRITE Balance-Report-Line
    EXIT PARAGRAPH
END-IF.
MOVE WS-Snap-Closed-Exp-Salary TO WS-Closed-Disp.
MOVE WS-Snap-Current-Exp-Salary TO WS-Current-Disp.
STRING 'Period ' DELIMITED BY SIZE
    WS-Snap-Period DELIMITED BY SIZE
    ' closed ' DELIMITED BY SIZE
    WS-Snap-Close-Stamp(1:8) DELIMITED BY SIZE
    ': exports as closed ' DELIMITED BY SIZE
    WS-Snap-Closed-Exports DELIMITED BY SIZE
    ' $' DELIMITED BY SIZE
    WS-Closed-Disp DELIMITED BY SIZE
    '  now ' DELIMITED BY SIZE
    WS-Snap-Current-Exports DELIMITED BY SIZE
    ' $' DELIMITED BY SIZE
    WS-Current-Disp DELIMITED BY SIZE
    INTO Balance-Report-Line.
WRITE Balance-Report-Line.
IF WS-Snap-Diff-Count = 0 THEN
    MOVE '  unchanged since close' TO Balance-Report-Line
    WRITE Balance-Report-Line
    EXIT PARAGRAPH
END-IF.
ADD 1 TO WS-Restated-Periods.
MOVE SPACES TO Balance-Report-Line.
STRING '  ** RESTATED SINCE CLOSE - ' DELIMITED BY SIZE
    WS-Snap-Diff-Count DELIMITED BY SIZE
    ' difference(s)' DELIMITED BY SIZE
    INTO Balance-Report-Line.
WRITE Balance-Report-Line.
PERFORM VARYING WS-Diff-Idx FROM 1 BY 1 UNTIL (WS-Diff-Idx > WS-Snap-Diff-Count) OR (WS-Diff-Idx > 100)
    MOVE WS-Snap-Diff-Closed(WS-Diff-Idx) TO WS-Closed-Disp
    MOVE WS-Snap-Diff-Current(WS-Diff-Idx) TO WS-Current-Disp
    MOVE SPACES TO Balance-Report-Line
    STRING '     ' DELIMITED BY SIZE
        WS-Snap-Diff-Kind(WS-Diff-Idx) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-Snap-Diff-Change(WS-Diff-Idx) DELIMITED BY SIZE
        '  employee ' DELIMITED BY SIZE
        WS-Snap-Diff-Employee(WS-Diff-Idx) DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-Snap-Diff-Key(WS-Diff-Idx) DELIMITED BY SIZE
        '  as closed ' DELIMITED BY SIZE
        WS-Closed-Disp DELIMITED BY SIZE
        '  now ' DELIMITED BY SIZE
        WS-Current-Disp DELIMITED BY SIZE
        INTO Balance-Report-Line
    WRITE Balance-Report-Line
END-PERFORM.
IF WS-Snap-Diff-Count > 100 THEN
    MOVE '     ... further differences not listed' TO Balance-Report-Line
    WRITE Balance-Report-Line
END-IF.

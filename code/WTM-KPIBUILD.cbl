*> Period KPI build. The headline numbers management used to rebuild
*> by hand from the report book each month - households processed,
*> average Extra percent, deficit household count, policy breach
*> rate, accounting reject rate, and approval queue backlog - are
*> computed once for a chosen period from the files already kept and
*> stored in the permanent history WTM-KPI-HISTORY.DAT, so old months
*> never have to be re-derived. Rebuilding a period replaces its row;
*> the file is held in period order. Runs from the menu for any
*> period, and as a month-end step of the nightly stream, which sets
*> unattended mode so the current month is built without a prompt.
*> WTM-KPITREND reports the movement.
*> Exit RETURN-CODE convention (shared by the WTM suite):
*>   0 normal, 4 no runs on file for the period (nothing stored),
*>   12 fatal (the KPI history could not be read or rewritten).
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-KPIBUILD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Budget-History-File ASSIGN TO "BUDGET-HISTORY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Budget-History-Status.
    SELECT Acct-Export-File ASSIGN TO "WTM-ACCOUNTING-EXPORT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Acct-Export-Status.
    SELECT Approval-Queue-File ASSIGN TO "WTM-APPROVAL-QUEUE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Approval-Queue-Status.
    SELECT Kpi-History-File ASSIGN TO "WTM-KPI-HISTORY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Kpi-History-Status.

DATA DIVISION.
FILE SECTION.
FD  Budget-History-File.
    COPY "WTM-HISTORY-REC.cpy".

FD  Acct-Export-File.
    COPY "WTM-ACCOUNTING-EXPORT-REC.cpy".

FD  Approval-Queue-File.
    COPY "WTM-APPROVAL-REC.cpy".

FD  Kpi-History-File.
    COPY "WTM-KPI-HISTORY-REC.cpy".

WORKING-STORAGE SECTION.
01 WS-Budget-History-Status PIC XX.
01 WS-Acct-Export-Status PIC XX.
01 WS-Approval-Queue-Status PIC XX.
01 WS-Kpi-History-Status PIC XX.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Report-Period PIC 9(6).
01 WS-Period-Month PIC 9(2).
01 WS-Numeric-Input PIC X(8).
01 WS-Test-Numval PIC S9(6).
01 WS-Input-Valid PIC X VALUE "N".
    88 Input-Valid VALUE "Y".
01 WS-Stamp-Operator-ID PIC X(8).
*> The period's figures as they are tallied.
01 WS-Households PIC 9(6) VALUE 0.
01 WS-Extra-Sum PIC 9(11)V99 VALUE 0.
01 WS-Deficits PIC 9(6) VALUE 0.
01 WS-Breaches PIC 9(6) VALUE 0.
01 WS-Acked PIC 9(6) VALUE 0.
01 WS-Rejects PIC 9(6) VALUE 0.
01 WS-Backlog PIC 9(6) VALUE 0.
01 WS-Expense-Sum PIC S9(9)V99.
01 WS-Export-Period PIC 9(6).
*> The KPI history held in period order while a row is replaced or
*> inserted; the whole file is rewritten afterwards.
01 WS-Kpi-Table.
    05 WS-Kpi-Entry OCCURS 300 TIMES.
       10 WS-Kpi-Row PIC X(75).
01 WS-Kpi-Count PIC 9(3) VALUE 0.
01 WS-Kpi-Idx PIC 9(3).
01 WS-Kpi-Slot PIC 9(3).
01 WS-Kpi-Replaced-Flag PIC X VALUE "N".
    88 Kpi-Replaced VALUE "Y" FALSE "N".
01 WS-Kpi-Work-Row PIC X(75).
01 WS-Extra-Disp PIC ZZZZ9.99.
01 WS-Rate-Disp PIC ZZ9.99.
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-UNATTENDED.cpy".
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '------------------------------- WTM PERIOD KPI BUILD ---------------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
MOVE 0 TO RETURN-CODE.
IF WTM-Operator-ID = SPACES THEN
    MOVE 'UNKNOWN ' TO WS-Stamp-Operator-ID
ELSE
    MOVE WTM-Operator-ID TO WS-Stamp-Operator-ID
END-IF.
IF WTM-Unattended-Mode = "B" THEN
    MOVE FUNCTION CURRENT-DATE(1:6) TO WS-Report-Period
    DISPLAY 'KPIBUILD: unattended run - building period ', WS-Report-Period, '.'
ELSE
    PERFORM ACCEPT-PERIOD-SECT
END-IF.
PERFORM TALLY-HISTORY-SECT.
IF WS-Households = 0 THEN
    DISPLAY 'KPIBUILD: no current budget runs on file for period ', WS-Report-Period,
        ' - no KPI row stored.'
    MOVE 4 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM TALLY-EXPORT-SECT.
PERFORM TALLY-APPROVAL-SECT.
PERFORM BUILD-KPI-ROW-SECT.
PERFORM LOAD-KPI-HISTORY-SECT.
IF RETURN-CODE >= 12 THEN
    GOBACK
END-IF.
PERFORM STORE-KPI-ROW-SECT.
IF RETURN-CODE >= 12 THEN
    GOBACK
END-IF.
PERFORM REWRITE-KPI-HISTORY-SECT.
IF RETURN-CODE >= 12 THEN
    GOBACK
END-IF.
PERFORM SHOW-KPI-ROW-SECT.
GOBACK.

ACCEPT-PERIOD-SECT.
DISPLAY 'Enter the period to build KPIs for (YYYYMM):'.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    ACCEPT WS-Numeric-Input
    MOVE FUNCTION TEST-NUMVAL(WS-Numeric-Input) TO WS-Test-Numval
    IF WS-Test-Numval NOT = 0 THEN
        DISPLAY 'INPUT ERROR: that is not a valid number. Please re-enter.'
    ELSE
        COMPUTE WS-Report-Period = FUNCTION NUMVAL(WS-Numeric-Input)
        COMPUTE WS-Period-Month = FUNCTION MOD(WS-Report-Period, 100)
        IF (WS-Report-Period < 190001) OR (WS-Report-Period > 299912)
            OR (WS-Period-Month < 1) OR (WS-Period-Month > 12) THEN
            DISPLAY 'INPUT ERROR: enter a period as YYYYMM with a month of 01-12. Please re-enter.'
        ELSE
            MOVE "Y" TO WS-Input-Valid
        END-IF
    END-IF
END-PERFORM.

TALLY-HISTORY-SECT.
*> Households, Extra, deficits, and breaches - counted the way the
*> report book's population section counts them: the period's runs
*> not superseded by a later run, a deficit when the six expense
*> categories together exceed the salary, a breach when the run
*> failed the policy check.
MOVE "N" TO WS-File-EOF-Flag.
SET File-Ctl-Verify TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Budget-History-File.
IF WS-Budget-History-Status NOT = "00" THEN
    DISPLAY 'KPIBUILD: could not open BUDGET-HISTORY.DAT, file status ', WS-Budget-History-Status
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Budget-History-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (Hist-Period = WS-Report-Period)
                AND (Hist-Superseded-Flag NOT = "S") THEN
                ADD 1 TO WS-Households
                ADD Hist-Extra-Percent TO WS-Extra-Sum
                COMPUTE WS-Expense-Sum = Hist-Rent + Hist-Bills + Hist-Food
                    + Hist-Travel + Hist-Taxes + Hist-Insurance
                IF (Hist-Layout-Version IS NUMERIC) AND (Hist-Layout-Version >= 12) AND (Hist-Garnishments IS NUMERIC) THEN
                    ADD Hist-Garnishments TO WS-Expense-Sum
                END-IF
                IF WS-Expense-Sum > Hist-Salary THEN
                    ADD 1 TO WS-Deficits
                END-IF
                IF Hist-Policy-Flag = "F" THEN
                    ADD 1 TO WS-Breaches
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Budget-History-File.

TALLY-EXPORT-SECT.
*> Only records the accounting system has answered count toward the
*> reject rate; pending, held, and superseded records do not.
MOVE "N" TO WS-File-EOF-Flag.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-ACCOUNTING-EXPORT.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Acct-Export-File.
IF WS-Acct-Export-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Acct-Export-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            MOVE 0 TO WS-Export-Period
            IF Acct-Export-Date IS NUMERIC THEN
                COMPUTE WS-Export-Period = Acct-Export-Date / 100
            END-IF
            IF WS-Export-Period = WS-Report-Period THEN
                EVALUATE TRUE
                    WHEN Acct-Ack-Accepted
                        ADD 1 TO WS-Acked
                    WHEN Acct-Ack-Rejected
                        ADD 1 TO WS-Acked
                        ADD 1 TO WS-Rejects
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
    END-READ
END-PERFORM.
CLOSE Acct-Export-File.

TALLY-APPROVAL-SECT.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Approval-Queue-File.
IF WS-Approval-Queue-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Approval-Queue-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Appr-Pending AND (Appr-Period <= WS-Report-Period) THEN
                ADD 1 TO WS-Backlog
            END-IF
    END-READ
END-PERFORM.
CLOSE Approval-Queue-File.

BUILD-KPI-ROW-SECT.
MOVE SPACES TO Kpi-History-Record.
MOVE WS-Report-Period TO Kpi-Period.
MOVE WS-Households TO Kpi-Households.
COMPUTE Kpi-Avg-Extra-Pct ROUNDED = WS-Extra-Sum / WS-Households.
MOVE WS-Deficits TO Kpi-Deficit-Count.
MOVE WS-Breaches TO Kpi-Breach-Count.
COMPUTE Kpi-Breach-Rate ROUNDED = WS-Breaches * 100 / WS-Households.
MOVE WS-Acked TO Kpi-Acked-Count.
MOVE WS-Rejects TO Kpi-Reject-Count.
IF WS-Acked > 0 THEN
    COMPUTE Kpi-Reject-Rate ROUNDED = WS-Rejects * 100 / WS-Acked
ELSE
    MOVE 0 TO Kpi-Reject-Rate
END-IF.
MOVE WS-Backlog TO Kpi-Appr-Backlog.
MOVE FUNCTION CURRENT-DATE(1:8) TO Kpi-Built-Date.
MOVE WS-Stamp-Operator-ID TO Kpi-Built-By.
MOVE Kpi-History-Record TO WS-Kpi-Work-Row.

LOAD-KPI-HISTORY-SECT.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Kpi-History-File.
IF WS-Kpi-History-Status = "35" THEN
    EXIT PARAGRAPH
END-IF.
IF WS-Kpi-History-Status NOT = "00" THEN
    DISPLAY 'KPIBUILD ERROR: could not open WTM-KPI-HISTORY.DAT, file status ', WS-Kpi-History-Status
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Kpi-History-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF WS-Kpi-Count < 300 THEN
                ADD 1 TO WS-Kpi-Count
                MOVE Kpi-History-Record TO WS-Kpi-Row(WS-Kpi-Count)
            ELSE
                DISPLAY 'KPIBUILD ERROR: WTM-KPI-HISTORY.DAT holds more than 300 periods - nothing rewritten.'
                MOVE 12 TO RETURN-CODE
                SET File-EOF TO TRUE
            END-IF
    END-READ
END-PERFORM.
CLOSE Kpi-History-File.

STORE-KPI-ROW-SECT.
*> Replace the period's row if it is already on file, otherwise
*> insert it ahead of the first later period so the file stays in
*> period order.
MOVE "N" TO WS-Kpi-Replaced-Flag.
MOVE 0 TO WS-Kpi-Slot.
PERFORM VARYING WS-Kpi-Idx FROM 1 BY 1
    UNTIL (WS-Kpi-Idx > WS-Kpi-Count) OR (WS-Kpi-Slot > 0)
    MOVE WS-Kpi-Row(WS-Kpi-Idx) TO Kpi-History-Record
    IF Kpi-Period = WS-Report-Period THEN
        MOVE WS-Kpi-Idx TO WS-Kpi-Slot
        SET Kpi-Replaced TO TRUE
    ELSE
        IF Kpi-Period > WS-Report-Period THEN
            MOVE WS-Kpi-Idx TO WS-Kpi-Slot
        END-IF
    END-IF
END-PERFORM.
IF Kpi-Replaced THEN
    MOVE WS-Kpi-Work-Row TO WS-Kpi-Row(WS-Kpi-Slot)
    EXIT PARAGRAPH
END-IF.
IF WS-Kpi-Count >= 300 THEN
    DISPLAY 'KPIBUILD ERROR: WTM-KPI-HISTORY.DAT is full (300 periods) - nothing rewritten.'
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
IF WS-Kpi-Slot = 0 THEN
    ADD 1 TO WS-Kpi-Count
    MOVE WS-Kpi-Work-Row TO WS-Kpi-Row(WS-Kpi-Count)
ELSE
    PERFORM VARYING WS-Kpi-Idx FROM WS-Kpi-Count BY -1 UNTIL WS-Kpi-Idx < WS-Kpi-Slot
        MOVE WS-Kpi-Row(WS-Kpi-Idx) TO WS-Kpi-Row(WS-Kpi-Idx + 1)
    END-PERFORM
    MOVE WS-Kpi-Work-Row TO WS-Kpi-Row(WS-Kpi-Slot)
    ADD 1 TO WS-Kpi-Count
END-IF.

REWRITE-KPI-HISTORY-SECT.
OPEN OUTPUT Kpi-History-File.
IF WS-Kpi-History-Status NOT = "00" THEN
    DISPLAY 'KPIBUILD ERROR: could not rewrite WTM-KPI-HISTORY.DAT, file status ', WS-Kpi-History-Status
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING WS-Kpi-Idx FROM 1 BY 1 UNTIL WS-Kpi-Idx > WS-Kpi-Count
    MOVE WS-Kpi-Row(WS-Kpi-Idx) TO Kpi-History-Record
    WRITE Kpi-History-Record
END-PERFORM.
CLOSE Kpi-History-File.
SET Rjn-File-Image TO TRUE.
MOVE 'WTM-KPI-HISTORY.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.

SHOW-KPI-ROW-SECT.
MOVE WS-Kpi-Work-Row TO Kpi-History-Record.
IF Kpi-Replaced THEN
    DISPLAY 'KPIs for period ', Kpi-Period, ' rebuilt - the earlier row was replaced.'
ELSE
    DISPLAY 'KPIs for period ', Kpi-Period, ' stored.'
END-IF.
DISPLAY '  Households processed ....... ', Kpi-Households.
MOVE Kpi-Avg-Extra-Pct TO WS-Extra-Disp.
DISPLAY '  Average Extra percent ...... ', WS-Extra-Disp, '%'.
DISPLAY '  Deficit households ......... ', Kpi-Deficit-Count.
MOVE Kpi-Breach-Rate TO WS-Rate-Disp.
DISPLAY '  Policy breach rate ......... ', WS-Rate-Disp, '% (', Kpi-Breach-Count, ' run(s))'.
MOVE Kpi-Reject-Rate TO WS-Rate-Disp.
DISPLAY '  Accounting reject rate ..... ', WS-Rate-Disp, '% (', Kpi-Reject-Count,
    ' of ', Kpi-Acked-Count, ' acknowledged)'.
DISPLAY '  Approval queue backlog ..... ', Kpi-Appr-Backlog.
DISPLAY 'WTM-KPI-HISTORY.DAT now holds ', WS-Kpi-Count, ' period(s).'.

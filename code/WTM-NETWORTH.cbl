*> Net-worth statement and trend for household counseling. Cash flow
*> alone does not show a household whether it is getting ahead; this
*> statement takes one Employee-ID and works from the dated balance
*> sheets keyed in WTM-BALSHEET (WTM-BALANCE-SHEET.DAT): the latest
*> sheet line by line, then one trend row per sheet with its assets,
*> liabilities, net worth, and the change since the sheet before.
*> Savings are the SAVE and RETR lines. Each row sets the growth in
*> savings since the previous sheet against the Extra the household's
*> budget runs recorded for the periods in between - the latest
*> current run of each period in BUDGET-HISTORY.DAT, its yearly Extra
*> over twelve for the month - so the desk can show how much of the
*> planned Extra was actually kept. The latest debt tracked in a
*> budget run (WTM-DEBT-DETAIL.DAT) is shown beside the sheet's
*> liabilities. Extra figures are masked as the other per-employee
*> reports mask them (WTM-FIGURE-MASK). One statement, to the
*> console and WTM-NETWORTH-STATEMENT.TXT.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-NETWORTH.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Employee-Master-File ASSIGN TO "WTM-EMPLOYEE-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Employee-Master-Status.
    SELECT Balance-Sheet-File ASSIGN TO "WTM-BALANCE-SHEET.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Balance-Sheet-Status.
    SELECT Budget-History-File ASSIGN TO "BUDGET-HISTORY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Budget-History-Status.
    SELECT Debt-Detail-File ASSIGN TO "WTM-DEBT-DETAIL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Debt-Detail-Status.
    SELECT Net-Worth-File ASSIGN TO "WTM-NETWORTH-STATEMENT.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Net-Worth-Status.

DATA DIVISION.
FILE SECTION.
FD  Employee-Master-File.
    COPY "WTM-EMPLOYEE-MASTER-REC.cpy".

FD  Balance-Sheet-File.
    COPY "WTM-BALANCE-SHEET-REC.cpy".

FD  Budget-History-File.
    COPY "WTM-HISTORY-REC.cpy".

FD  Debt-Detail-File.
    COPY "WTM-DEBT-DETAIL-REC.cpy".

FD  Net-Worth-File.
01 Net-Worth-Line PIC X(132).

WORKING-STORAGE SECTION.
01 WS-Employee-Master-Status PIC XX.
01 WS-Balance-Sheet-Status PIC XX.
01 WS-Budget-History-Status PIC XX.
01 WS-Debt-Detail-Status PIC XX.
01 WS-Net-Worth-Status PIC XX.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Target-Employee PIC 9(6).
01 WS-Employee-Name PIC X(30) VALUE SPACES.
01 WS-Today PIC 9(8).
01 WS-Numeric-Input PIC X(8).
01 WS-Test-Numval PIC S9(6).
01 WS-Input-Valid PIC X VALUE "N".
    88 Input-Valid VALUE "Y".
*> The employee's balance-sheet lines as they now stand.
01 WS-Line-Table.
    05 WS-Ln-Entry OCCURS 400 TIMES.
       10 WS-Ln-Date   PIC 9(8).
       10 WS-Ln-Side   PIC X.
       10 WS-Ln-Type   PIC X(4).
       10 WS-Ln-Name   PIC X(20).
       10 WS-Ln-Amount PIC 9(9)V99.
01 WS-Line-Count PIC 9(3) VALUE 0.
01 WS-Ln-Idx PIC 9(3).
01 WS-Ln-Slot PIC 9(3).
01 WS-Line-Table-Full-Flag PIC X VALUE "N".
    88 Line-Table-Full VALUE "Y" FALSE "N".
*> One entry per sheet, ascending by as-of date.
01 WS-Sheet-Table.
    05 WS-Sh-Entry OCCURS 60 TIMES.
       10 WS-Sh-Date        PIC 9(8).
       10 WS-Sh-Assets      PIC S9(11)V99.
       10 WS-Sh-Liabilities PIC S9(11)V99.
       10 WS-Sh-Savings     PIC S9(11)V99.
       10 WS-Sh-Net-Worth   PIC S9(11)V99.
01 WS-Sheet-Count PIC 9(2) VALUE 0.
01 WS-Sh-Idx PIC 9(2).
01 WS-Sh-Slot PIC 9(2).
01 WS-Sh-Hold PIC X(60).
*> The latest current run of each budget period: its yearly Extra.
01 WS-Run-Table.
    05 WS-Run-Entry OCCURS 240 TIMES.
       10 WS-Run-Period   PIC 9(6).
       10 WS-Run-Date     PIC 9(8).
       10 WS-Run-Extra    PIC S9(9)V99.
01 WS-Run-Count PIC 9(3) VALUE 0.
01 WS-Run-Idx PIC 9(3).
01 WS-Run-Slot PIC 9(3).
01 WS-Run-Table-Full-Flag PIC X VALUE "N".
    88 Run-Table-Full VALUE "Y" FALSE "N".
*> The latest debt tracked in a budget run.
01 WS-Debt-Found-Flag PIC X VALUE "N".
    88 Debt-Found VALUE "Y" FALSE "N".
01 WS-Debt-Period PIC 9(6) VALUE 0.
01 WS-Debt-Run-Date PIC 9(8) VALUE 0.
01 WS-Debt-Balance PIC 9(8)V99 VALUE 0.
*> Trend arithmetic.
01 WS-From-Period PIC 9(6).
01 WS-To-Period PIC 9(6).
01 WS-Savings-Growth PIC S9(11)V99.
01 WS-Extra-Budgeted PIC S9(11)V99.
01 WS-Interval-Periods PIC 9(3).
01 WS-Pct-Kept PIC S9(5)V9.
01 WS-Span-Growth PIC S9(11)V99 VALUE 0.
01 WS-Span-Extra PIC S9(11)V99 VALUE 0.
01 WS-Span-Periods PIC 9(3) VALUE 0.
01 WS-Span-Change PIC S9(11)V99.
01 WS-Amount-Disp PIC ZZZ,ZZZ,ZZ9.99-.
01 WS-Pct-Disp PIC -ZZZZ9.9.
01 WS-Count-Disp PIC ZZ9.
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-FIGURE-MASK.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '------------------------------ WTM NET-WORTH STATEMENT AND TREND ---------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
DISPLAY 'Enter the employee ID:'.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    ACCEPT WS-Numeric-Input
    MOVE FUNCTION TEST-NUMVAL(WS-Numeric-Input) TO WS-Test-Numval
    IF WS-Test-Numval NOT = 0 THEN
        DISPLAY 'INPUT ERROR: that is not a valid number. Please re-enter.'
    ELSE
        COMPUTE WS-Target-Employee = FUNCTION NUMVAL(WS-Numeric-Input)
            ON SIZE ERROR
                DISPLAY 'INPUT ERROR: value exceeds the maximum of 999999. Please re-enter.'
            NOT ON SIZE ERROR
                MOVE "Y" TO WS-Input-Valid
        END-COMPUTE
    END-IF
END-PERFORM.
PERFORM FIND-EMPLOYEE-NAME-SECT.
PERFORM LOAD-LINES-SECT.
PERFORM BUILD-SHEETS-SECT.
IF WS-Sheet-Count = 0 THEN
    DISPLAY 'NETWORTH: no balance sheet on file for employee ', WS-Target-Employee,
        ' - key one in WTM-BALSHEET first.'
    MOVE 8 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM LOAD-RUNS-SECT.
PERFORM FIND-LATEST-DEBT-SECT.
OPEN OUTPUT Net-Worth-File.
IF WS-Net-Worth-Status NOT = "00" THEN
    DISPLAY 'NETWORTH ERROR: could not create WTM-NETWORTH-STATEMENT.TXT, file status ', WS-Net-Worth-Status
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
MOVE 'WTM-NETWORTH' TO WS-Mask-View.
SET Mask-Begin TO TRUE.
PERFORM CALL-FIGURE-MASK-SECT.
MOVE WS-Target-Employee TO WS-Mask-Employee-ID.
SET Mask-View TO TRUE.
PERFORM CALL-FIGURE-MASK-SECT.
PERFORM WRITE-HEADING-SECT.
PERFORM WRITE-LATEST-SHEET-SECT.
PERFORM WRITE-TREND-SECT.
PERFORM WRITE-SUMMARY-SECT.
CLOSE Net-Worth-File.
DISPLAY 'Statement written to WTM-NETWORTH-STATEMENT.TXT.'.
GOBACK.

FIND-EMPLOYEE-NAME-SECT.
OPEN INPUT Employee-Master-File.
IF WS-Employee-Master-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Employee-Master-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Empl-ID = WS-Target-Employee THEN
                MOVE Empl-Name TO WS-Employee-Name
                SET File-EOF TO TRUE
            END-IF
    END-READ
END-PERFORM.
CLOSE Employee-Master-File.

LOAD-LINES-SECT.
*> The latest row for each as-of date, type, and name stands, as in
*> WTM-BALSHEET.
MOVE 0 TO WS-Line-Count.
SET Line-Table-Full TO FALSE.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-BALANCE-SHEET.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Balance-Sheet-File.
IF WS-Balance-Sheet-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Balance-Sheet-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (Bsh-Employee-ID = WS-Target-Employee) AND (Bsh-Amount IS NUMERIC) THEN
                PERFORM POST-LINE-SECT
            END-IF
    END-READ
END-PERFORM.
CLOSE Balance-Sheet-File.
IF Line-Table-Full THEN
    DISPLAY 'WARNING: employee ', WS-Target-Employee, ' has more than 400 balance-sheet lines - the statement may be incomplete.'
END-IF.

POST-LINE-SECT.
MOVE 0 TO WS-Ln-Slot.
PERFORM VARYING WS-Ln-Idx FROM 1 BY 1 UNTIL (WS-Ln-Idx > WS-Line-Count) OR (WS-Ln-Slot > 0)
    IF (WS-Ln-Date(WS-Ln-Idx) = Bsh-As-Of-Date) AND (WS-Ln-Type(WS-Ln-Idx) = Bsh-Line-Type)
        AND (WS-Ln-Name(WS-Ln-Idx) = Bsh-Line-Name) THEN
        MOVE WS-Ln-Idx TO WS-Ln-Slot
    END-IF
END-PERFORM.
IF WS-Ln-Slot = 0 THEN
    IF WS-Line-Count >= 400 THEN
        SET Line-Table-Full TO TRUE
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-Line-Count
    MOVE WS-Line-Count TO WS-Ln-Slot
    MOVE Bsh-As-Of-Date TO WS-Ln-Date(WS-Ln-Slot)
    MOVE Bsh-Line-Type TO WS-Ln-Type(WS-Ln-Slot)
    MOVE Bsh-Line-Name TO WS-Ln-Name(WS-Ln-Slot)
END-IF.
MOVE Bsh-Side TO WS-Ln-Side(WS-Ln-Slot).
MOVE Bsh-Amount TO WS-Ln-Amount(WS-Ln-Slot).

BUILD-SHEETS-SECT.
*> One entry per as-of date that still carries a line, totalled,
*> kept ascending by insertion.
MOVE 0 TO WS-Sheet-Count.
PERFORM VARYING WS-Ln-Idx FROM 1 BY 1 UNTIL WS-Ln-Idx > WS-Line-Count
    IF WS-Ln-Amount(WS-Ln-Idx) > 0 THEN
        MOVE 0 TO WS-Sh-Slot
        PERFORM VARYING WS-Sh-Idx FROM 1 BY 1 UNTIL (WS-Sh-Idx > WS-Sheet-Count) OR (WS-Sh-Slot > 0)
            IF WS-Sh-Date(WS-Sh-Idx) = WS-Ln-Date(WS-Ln-Idx) THEN
                MOVE WS-Sh-Idx TO WS-Sh-Slot
            END-IF
        END-PERFORM
        IF (WS-Sh-Slot = 0) AND (WS-Sheet-Count < 60) THEN
            ADD 1 TO WS-Sheet-Count
            MOVE WS-Sheet-Count TO WS-Sh-Slot
            MOVE WS-Ln-Date(WS-Ln-Idx) TO WS-Sh-Date(WS-Sh-Slot)
            MOVE 0 TO WS-Sh-Assets(WS-Sh-Slot)
            MOVE 0 TO WS-Sh-Liabilities(WS-Sh-Slot)
            MOVE 0 TO WS-Sh-Savings(WS-Sh-Slot)
        END-IF
        IF WS-Sh-Slot > 0 THEN
            IF WS-Ln-Side(WS-Ln-Idx) = "L" THEN
                ADD WS-Ln-Amount(WS-Ln-Idx) TO WS-Sh-Liabilities(WS-Sh-Slot)
            ELSE
                ADD WS-Ln-Amount(WS-Ln-Idx) TO WS-Sh-Assets(WS-Sh-Slot)
                IF (WS-Ln-Type(WS-Ln-Idx) = "SAVE") OR (WS-Ln-Type(WS-Ln-Idx) = "RETR") THEN
                    ADD WS-Ln-Amount(WS-Ln-Idx) TO WS-Sh-Savings(WS-Sh-Slot)
                END-IF
            END-IF
        END-IF
    END-IF
END-PERFORM.
*> Insertion sort on the as-of date; the table is small.
PERFORM VARYING WS-Sh-Idx FROM 2 BY 1 UNTIL WS-Sh-Idx > WS-Sheet-Count
    MOVE WS-Sh-Idx TO WS-Sh-Slot
    PERFORM UNTIL WS-Sh-Slot < 2
        IF WS-Sh-Date(WS-Sh-Slot - 1) > WS-Sh-Date(WS-Sh-Slot) THEN
            MOVE WS-Sh-Entry(WS-Sh-Slot - 1) TO WS-Sh-Hold
            MOVE WS-Sh-Entry(WS-Sh-Slot) TO WS-Sh-Entry(WS-Sh-Slot - 1)
            MOVE WS-Sh-Hold TO WS-Sh-Entry(WS-Sh-Slot)
            SUBTRACT 1 FROM WS-Sh-Slot
        ELSE
            MOVE 1 TO WS-Sh-Slot
        END-IF
    END-PERFORM
END-PERFORM.
PERFORM VARYING WS-Sh-Idx FROM 1 BY 1 UNTIL WS-Sh-Idx > WS-Sheet-Count
    COMPUTE WS-Sh-Net-Worth(WS-Sh-Idx) = WS-Sh-Assets(WS-Sh-Idx) - WS-Sh-Liabilities(WS-Sh-Idx)
END-PERFORM.

LOAD-RUNS-SECT.
*> The latest current run of each period, by run date; superseded
*> runs are passed over as the aggregating readers do. The Extra is
*> the run's yearly salary at its Extra percent, as the portal
*> extract figures it.
MOVE 0 TO WS-Run-Count.
SET Run-Table-Full TO FALSE.
SET File-Ctl-Verify TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Budget-History-File.
IF WS-Budget-History-Status NOT = "00" THEN
    DISPLAY 'NETWORTH: could not open BUDGET-HISTORY.DAT, file status ', WS-Budget-History-Status,
        ' - no Extra to set savings against.'
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Budget-History-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (Hist-Employee-ID = WS-Target-Employee) AND (Hist-Superseded-Flag NOT = "S") THEN
                PERFORM POST-RUN-SECT
            END-IF
    END-READ
END-PERFORM.
CLOSE Budget-History-File.
IF Run-Table-Full THEN
    DISPLAY 'WARNING: more than 240 budget periods for employee ', WS-Target-Employee, ' - the latest are not counted.'
END-IF.

POST-RUN-SECT.
MOVE 0 TO WS-Run-Slot.
PERFORM VARYING WS-Run-Idx FROM 1 BY 1 UNTIL (WS-Run-Idx > WS-Run-Count) OR (WS-Run-Slot > 0)
    IF WS-Run-Period(WS-Run-Idx) = Hist-Period THEN
        MOVE WS-Run-Idx TO WS-Run-Slot
    END-IF
END-PERFORM.
IF WS-Run-Slot = 0 THEN
    IF WS-Run-Count >= 240 THEN
        SET Run-Table-Full TO TRUE
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-Run-Count
    MOVE WS-Run-Count TO WS-Run-Slot
    MOVE Hist-Period TO WS-Run-Period(WS-Run-Slot)
    MOVE 0 TO WS-Run-Date(WS-Run-Slot)
END-IF.
IF Hist-Run-Date >= WS-Run-Date(WS-Run-Slot) THEN
    MOVE Hist-Run-Date TO WS-Run-Date(WS-Run-Slot)
    COMPUTE WS-Run-Extra(WS-Run-Slot) ROUNDED = Hist-Salary * (Hist-Extra-Percent / 100)
END-IF.

FIND-LATEST-DEBT-SECT.
*> As the lending assessment finds it: the latest debt tracked stands.
SET Debt-Found TO FALSE.
OPEN INPUT Debt-Detail-File.
IF WS-Debt-Detail-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Debt-Detail-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Dbt-Employee-ID = WS-Target-Employee THEN
                IF (Dbt-Period > WS-Debt-Period)
                    OR ((Dbt-Period = WS-Debt-Period) AND (Dbt-Run-Date >= WS-Debt-Run-Date)) THEN
                    SET Debt-Found TO TRUE
                    MOVE Dbt-Period TO WS-Debt-Period
                    MOVE Dbt-Run-Date TO WS-Debt-Run-Date
                    MOVE Dbt-Balance TO WS-Debt-Balance
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Debt-Detail-File.

WRITE-HEADING-SECT.
MOVE SPACES TO Net-Worth-Line.
STRING 'WTM NET-WORTH STATEMENT - run ' DELIMITED BY SIZE
    WS-Today DELIMITED BY SIZE
    INTO Net-Worth-Line.
PERFORM WRITE-LINE-SECT.
MOVE SPACES TO Net-Worth-Line.
STRING 'Employee ' DELIMITED BY SIZE
    WS-Target-Employee DELIMITED BY SIZE
    '  ' DELIMITED BY SIZE
    WS-Employee-Name DELIMITED BY SIZE
    INTO Net-Worth-Line.
PERFORM WRITE-LINE-SECT.
MOVE WS-Sheet-Count TO WS-Count-Disp.
MOVE SPACES TO Net-Worth-Line.
STRING 'Balance sheets on file: ' DELIMITED BY SIZE
    FUNCTION TRIM(WS-Count-Disp) DELIMITED BY SIZE
    ', dated ' DELIMITED BY SIZE
    WS-Sh-Date(1) DELIMITED BY SIZE
    ' to ' DELIMITED BY SIZE
    WS-Sh-Date(WS-Sheet-Count) DELIMITED BY SIZE
    INTO Net-Worth-Line.
PERFORM WRITE-LINE-SECT.
MOVE SPACES TO Net-Worth-Line.
PERFORM WRITE-LINE-SECT.

WRITE-LATEST-SHEET-SECT.
MOVE SPACES TO Net-Worth-Line.
STRING 'LATEST BALANCE SHEET - as of ' DELIMITED BY SIZE
    WS-Sh-Date(WS-Sheet-Count) DELIMITED BY SIZE
    INTO Net-Worth-Line.
PERFORM WRITE-LINE-SECT.
MOVE 'ASSETS' TO Net-Worth-Line.
PERFORM WRITE-LINE-SECT.
PERFORM VARYING WS-Ln-Idx FROM 1 BY 1 UNTIL WS-Ln-Idx > WS-Line-Count
    IF (WS-Ln-Date(WS-Ln-Idx) = WS-Sh-Date(WS-Sheet-Count)) AND (WS-Ln-Amount(WS-Ln-Idx) > 0)
        AND (WS-Ln-Side(WS-Ln-Idx) NOT = "L") THEN
        PERFORM WRITE-SHEET-LINE-SECT
    END-IF
END-PERFORM.
MOVE WS-Sh-Assets(WS-Sheet-Count) TO WS-Amount-Disp.
MOVE SPACES TO Net-Worth-Line.
STRING '  Total assets                   ' DELIMITED BY SIZE
    WS-Amount-Disp DELIMITED BY SIZE
    INTO Net-Worth-Line.
PERFORM WRITE-LINE-SECT.
MOVE 'LIABILITIES' TO Net-Worth-Line.
PERFORM WRITE-LINE-SECT.
PERFORM VARYING WS-Ln-Idx FROM 1 BY 1 UNTIL WS-Ln-Idx > WS-Line-Count
    IF (WS-Ln-Date(WS-Ln-Idx) = WS-Sh-Date(WS-Sheet-Count)) AND (WS-Ln-Amount(WS-Ln-Idx) > 0)
        AND (WS-Ln-Side(WS-Ln-Idx) = "L") THEN
        PERFORM WRITE-SHEET-LINE-SECT
    END-IF
END-PERFORM.
MOVE WS-Sh-Liabilities(WS-Sheet-Count) TO WS-Amount-Disp.
MOVE SPACES TO Net-Worth-Line.
STRING '  Total liabilities              ' DELIMITED BY SIZE
    WS-Amount-Disp DELIMITED BY SIZE
    INTO Net-Worth-Line.
PERFORM WRITE-LINE-SECT.
MOVE WS-Sh-Net-Worth(WS-Sheet-Count) TO WS-Amount-Disp.
MOVE SPACES TO Net-Worth-Line.
STRING 'NET WORTH                        ' DELIMITED BY SIZE
    WS-Amount-Disp DELIMITED BY SIZE
    INTO Net-Worth-Line.
PERFORM WRITE-LINE-SECT.
*> The debt-tracking step of a budget run keeps one balance; show it
*> so a debt missing from the sheet is noticed.
IF Debt-Found AND (WS-Debt-Balance > 0) THEN
    MOVE WS-Debt-Balance TO WS-Amount-Disp
    MOVE SPACES TO Net-Worth-Line
    STRING '  Debt tracked in the budget run of period ' DELIMITED BY SIZE
        WS-Debt-Period DELIMITED BY SIZE
        ': ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-Amount-Disp) DELIMITED BY SIZE
        INTO Net-Worth-Line
    PERFORM WRITE-LINE-SECT
    IF WS-Debt-Balance > WS-Sh-Liabilities(WS-Sheet-Count) THEN
        MOVE '  NOTE: the tracked debt is more than the sheet''s liabilities - check the sheet for a missing line.'
            TO Net-Worth-Line
        PERFORM WRITE-LINE-SECT
    END-IF
END-IF.
MOVE SPACES TO Net-Worth-Line.
PERFORM WRITE-LINE-SECT.

WRITE-SHEET-LINE-SECT.
MOVE WS-Ln-Amount(WS-Ln-Idx) TO WS-Amount-Disp.
MOVE SPACES TO Net-Worth-Line.
STRING '  ' DELIMITED BY SIZE
    WS-Ln-Type(WS-Ln-Idx) DELIMITED BY SIZE
    '  ' DELIMITED BY SIZE
    WS-Ln-Name(WS-Ln-Idx) DELIMITED BY SIZE
    '     ' DELIMITED BY SIZE
    WS-Amount-Disp DELIMITED BY SIZE
    INTO Net-Worth-Line.
PERFORM WRITE-LINE-SECT.

WRITE-TREND-SECT.
*> One row per sheet. From the second sheet on, the savings growth
*> since the sheet before is set against the Extra recorded for the
*> budget periods after that sheet's month, up to this sheet's.
MOVE 'NET-WORTH TREND' TO Net-Worth-Line.
PERFORM WRITE-LINE-SECT.
MOVE 'AS OF             ASSETS     LIABILITIES       NET WORTH          CHANGE         SAVINGS  SAVINGS GROWTH  EXTRA BUDGETED    KEPT'
    TO Net-Worth-Line.
PERFORM WRITE-LINE-SECT.
PERFORM VARYING WS-Sh-Idx FROM 1 BY 1 UNTIL WS-Sh-Idx > WS-Sheet-Count
    MOVE SPACES TO Net-Worth-Line
    MOVE WS-Sh-Date(WS-Sh-Idx) TO Net-Worth-Line(1:8)
    MOVE WS-Sh-Assets(WS-Sh-Idx) TO WS-Amount-Disp
    MOVE WS-Amount-Disp TO Net-Worth-Line(10:15)
    MOVE WS-Sh-Liabilities(WS-Sh-Idx) TO WS-Amount-Disp
    MOVE WS-Amount-Disp TO Net-Worth-Line(26:15)
    MOVE WS-Sh-Net-Worth(WS-Sh-Idx) TO WS-Amount-Disp
    MOVE WS-Amount-Disp TO Net-Worth-Line(42:15)
    MOVE WS-Sh-Savings(WS-Sh-Idx) TO WS-Amount-Disp
    MOVE WS-Amount-Disp TO Net-Worth-Line(74:15)
    IF WS-Sh-Idx > 1 THEN
        PERFORM WRITE-TREND-CHANGE-SECT
    END-IF
    PERFORM WRITE-LINE-SECT
END-PERFORM.
MOVE SPACES TO Net-Worth-Line.
PERFORM WRITE-LINE-SECT.

WRITE-TREND-CHANGE-SECT.
COMPUTE WS-Amount-Disp = WS-Sh-Net-Worth(WS-Sh-Idx) - WS-Sh-Net-Worth(WS-Sh-Idx - 1).
MOVE WS-Amount-Disp TO Net-Worth-Line(58:15).
COMPUTE WS-Savings-Growth = WS-Sh-Savings(WS-Sh-Idx) - WS-Sh-Savings(WS-Sh-Idx - 1).
MOVE WS-Savings-Growth TO WS-Amount-Disp.
MOVE WS-Amount-Disp TO Net-Worth-Line(90:15).
MOVE WS-Sh-Date(WS-Sh-Idx - 1)(1:6) TO WS-From-Period.
MOVE WS-Sh-Date(WS-Sh-Idx)(1:6) TO WS-To-Period.
PERFORM SUM-EXTRA-SECT.
ADD WS-Savings-Growth TO WS-Span-Growth.
ADD WS-Extra-Budgeted TO WS-Span-Extra.
ADD WS-Interval-Periods TO WS-Span-Periods.
IF WS-Interval-Periods = 0 THEN
    MOVE '     no run' TO Net-Worth-Line(106:11)
    EXIT PARAGRAPH
END-IF.
MOVE WS-Extra-Budgeted TO WS-Mask-Amount.
PERFORM FORMAT-FIGURE-SECT.
MOVE WS-Mask-Text TO Net-Worth-Line(106:15).
IF Mask-Unmasked AND (WS-Extra-Budgeted > 0) THEN
    COMPUTE WS-Pct-Kept ROUNDED = (WS-Savings-Growth / WS-Extra-Budgeted) * 100
        ON SIZE ERROR
            MOVE 99999.9 TO WS-Pct-Kept
    END-COMPUTE
    MOVE WS-Pct-Kept TO WS-Pct-Disp
    MOVE WS-Pct-Disp TO Net-Worth-Line(121:8)
    MOVE '%' TO Net-Worth-Line(129:1)
END-IF.

SUM-EXTRA-SECT.
*> The monthly Extra of every budget period after WS-From-Period up
*> to and including WS-To-Period.
MOVE 0 TO WS-Extra-Budgeted.
MOVE 0 TO WS-Interval-Periods.
PERFORM VARYING WS-Run-Idx FROM 1 BY 1 UNTIL WS-Run-Idx > WS-Run-Count
    IF (WS-Run-Period(WS-Run-Idx) > WS-From-Period) AND (WS-Run-Period(WS-Run-Idx) <= WS-To-Period) THEN
        ADD 1 TO WS-Interval-Periods
        COMPUTE WS-Extra-Budgeted ROUNDED = WS-Extra-Budgeted + (WS-Run-Extra(WS-Run-Idx) / 12)
    END-IF
END-PERFORM.

WRITE-SUMMARY-SECT.
IF WS-Sheet-Count < 2 THEN
    MOVE 'Only one balance sheet is on file - key another in WTM-BALSHEET to start a trend.' TO Net-Worth-Line
    PERFORM WRITE-LINE-SECT
    EXIT PARAGRAPH
END-IF.
COMPUTE WS-Span-Change = WS-Sh-Net-Worth(WS-Sheet-Count) - WS-Sh-Net-Worth(1).
MOVE WS-Span-Change TO WS-Amount-Disp.
MOVE SPACES TO Net-Worth-Line.
STRING 'Net worth change from ' DELIMITED BY SIZE
    WS-Sh-Date(1) DELIMITED BY SIZE
    ' to ' DELIMITED BY SIZE
    WS-Sh-Date(WS-Sheet-Count) DELIMITED BY SIZE
    ': ' DELIMITED BY SIZE
    FUNCTION TRIM(WS-Amount-Disp) DELIMITED BY SIZE
    INTO Net-Worth-Line.
PERFORM WRITE-LINE-SECT.
MOVE WS-Span-Growth TO WS-Amount-Disp.
MOVE SPACES TO Net-Worth-Line.
STRING 'Savings growth over the same span:  ' DELIMITED BY SIZE
    FUNCTION TRIM(WS-Amount-Disp) DELIMITED BY SIZE
    INTO Net-Worth-Line.
PERFORM WRITE-LINE-SECT.
IF WS-Span-Periods = 0 THEN
    MOVE 'No budget run was saved for the periods between the sheets - there is no Extra to set the savings against.'
        TO Net-Worth-Line
    PERFORM WRITE-LINE-SECT
    EXIT PARAGRAPH
END-IF.
MOVE WS-Span-Extra TO WS-Mask-Amount.
PERFORM FORMAT-FIGURE-SECT.
MOVE WS-Span-Periods TO WS-Count-Disp.
MOVE SPACES TO Net-Worth-Line.
STRING 'Extra budgeted over the same span:  ' DELIMITED BY SIZE
    FUNCTION TRIM(WS-Mask-Text) DELIMITED BY SIZE
    ' in ' DELIMITED BY SIZE
    FUNCTION TRIM(WS-Count-Disp) DELIMITED BY SIZE
    ' budget period(s)' DELIMITED BY SIZE
    INTO Net-Worth-Line.
PERFORM WRITE-LINE-SECT.
IF Mask-Unmasked AND (WS-Span-Extra > 0) THEN
    COMPUTE WS-Pct-Kept ROUNDED = (WS-Span-Growth / WS-Span-Extra) * 100
        ON SIZE ERROR
            MOVE 99999.9 TO WS-Pct-Kept
    END-COMPUTE
    MOVE WS-Pct-Kept TO WS-Pct-Disp
    MOVE SPACES TO Net-Worth-Line
    STRING 'Share of the budgeted Extra kept as savings: ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-Pct-Disp) DELIMITED BY SIZE
        '%' DELIMITED BY SIZE
        INTO Net-Worth-Line
    PERFORM WRITE-LINE-SECT
END-IF.

FORMAT-FIGURE-SECT.
SET Mask-Format TO TRUE.
PERFORM CALL-FIGURE-MASK-SECT.

CALL-FIGURE-MASK-SECT.
CALL 'WTM-FIGURE-MASK' USING WS-Mask-Function, WS-Mask-View, WS-Mask-Employee-ID,
    WS-Mask-Amount, WS-Mask-Result, WS-Mask-Text.

WRITE-LINE-SECT.
WRITE Net-Worth-Line.
DISPLAY Net-Worth-Line(1:130).

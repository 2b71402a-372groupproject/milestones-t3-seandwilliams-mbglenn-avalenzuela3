*> Period-over-period Extra bridge. Management can see that total
*> Extra across the population moved between two periods but not
*> why. For two entered periods this walks from the first period's
*> total Extra to the second's. Each household's Extra in a period is
*> its salary less the six categories - rent, bills, food, travel,
*> taxes, and insurance - and any court-ordered garnishments on its
*> latest run for the period on
*> BUDGET-HISTORY.DAT (superseded runs do not count), kept signed so
*> a household in deficit pulls the total down by its shortfall. The
*> change is attributed to:
*>   new households - a run in the second period only (their Extra);
*>   leavers        - a run in the first period only (less theirs);
*>   and, for households with a run in both, the salary change and
*>   the change in each category and in garnishments (taxes shown as
*>   the tax change; an increase in a category lowers Extra).
*> The lines add up to the second period's total exactly; a
*> reconciling line sets the bridge's closing figure against the
*> total summed straight from the history and shows the difference,
*> which must be zero. The same bridge is then given per department
*> (the run's department in each period). A household that changed
*> department between the periods leaves the first department as a
*> transfer out and joins the second as a transfer in; in the
*> population bridge it is an ordinary continuing household.
*> Output to the console and WTM-EXTRA-BRIDGE.TXT.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-XBRIDGE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Budget-History-File ASSIGN TO "BUDGET-HISTORY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Budget-History-Status.
    SELECT Bridge-Report-File ASSIGN TO "WTM-EXTRA-BRIDGE.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Bridge-Report-Status.

DATA DIVISION.
FILE SECTION.
FD  Budget-History-File.
    COPY "WTM-HISTORY-REC.cpy".

FD  Bridge-Report-File.
01 Bridge-Report-Line PIC X(100).

WORKING-STORAGE SECTION.
01 WS-Budget-History-Status PIC XX.
01 WS-Bridge-Report-Status PIC XX.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-From-Period PIC 9(6).
01 WS-To-Period PIC 9(6).
01 WS-Work-Period PIC 9(6).
*> One row per household with a run in either period: its latest
*> run's department, salary, six categories, and garnishments (7th
*> entry, 0 on rows written before garnishments were carried) for
*> each period.
*> Period 1 is the first (from) period, 2 the second.
01 WS-Household-Table.
    05 WS-Hh-Entry OCCURS 2000 TIMES.
       10 WS-Hh-ID PIC 9(6).
       10 WS-Hh-Period OCCURS 2 TIMES.
          15 WS-Hh-Present PIC X.
          15 WS-Hh-Dept    PIC X(4).
          15 WS-Hh-Salary  PIC S9(8)V99.
          15 WS-Hh-Cat     PIC S9(7)V99 OCCURS 7 TIMES.
01 WS-Hh-Count PIC 9(4) VALUE 0.
01 WS-Hh-Idx PIC 9(4).
01 WS-Hh-Slot PIC 9(4).
01 WS-Hh-Overflow-Flag PIC X VALUE "N".
    88 Households-Overflowed VALUE "Y" FALSE "N".
01 WS-Per PIC 9.
01 WS-Cat-Idx PIC 9.
*> The bridge lines. Slot 1 is the population; departments follow,
*> kept in department order.
*>   1 opening  2 new  3 leavers  4 transfers in  5 transfers out
*>   6 salary  7-12 rent, bills, food, travel, taxes, insurance
*>   13 garnishments  14 closing per history
01 WS-Bridge-Table.
    05 WS-Brg-Entry OCCURS 101 TIMES.
       10 WS-Brg-Dept     PIC X(4).
       10 WS-Brg-Amount   PIC S9(11)V99 OCCURS 14 TIMES.
       10 WS-Brg-Count    PIC 9(5) OCCURS 5 TIMES.
01 WS-Brg-Count-Used PIC 9(3) VALUE 1.
01 WS-Brg-Idx PIC 9(3).
01 WS-Brg-Slot PIC 9(3).
01 WS-Brg-Shift PIC 9(3).
01 WS-Brg-Line PIC 9(2).
01 WS-Brg-Clear-Slot PIC 9(3).
01 WS-Closing-Count PIC 9(5).
01 WS-Brg-Overflow-Flag PIC X VALUE "N".
    88 Departments-Overflowed VALUE "Y" FALSE "N".
01 WS-Lookup-Dept PIC X(4).
01 WS-Extra-1 PIC S9(11)V99.
01 WS-Extra-2 PIC S9(11)V99.
01 WS-Closing-Bridge PIC S9(11)V99.
01 WS-Reconcile-Diff PIC S9(11)V99.
01 WS-Out-Of-Balance PIC 9(3) VALUE 0.
01 WS-Bridge-Labels-Values.
    05 FILLER PIC X(26) VALUE 'Opening Extra'.
    05 FILLER PIC X(26) VALUE 'New households'.
    05 FILLER PIC X(26) VALUE 'Leavers'.
    05 FILLER PIC X(26) VALUE 'Transfers in'.
    05 FILLER PIC X(26) VALUE 'Transfers out'.
    05 FILLER PIC X(26) VALUE 'Salary changes'.
    05 FILLER PIC X(26) VALUE 'Rent changes'.
    05 FILLER PIC X(26) VALUE 'Bills changes'.
    05 FILLER PIC X(26) VALUE 'Food changes'.
    05 FILLER PIC X(26) VALUE 'Travel changes'.
    05 FILLER PIC X(26) VALUE 'Tax changes'.
    05 FILLER PIC X(26) VALUE 'Insurance changes'.
    05 FILLER PIC X(26) VALUE 'Garnishment changes'.
    05 FILLER PIC X(26) VALUE 'Closing Extra per history'.
01 WS-Bridge-Labels REDEFINES WS-Bridge-Labels-Values.
    05 WS-Bridge-Label PIC X(26) OCCURS 14 TIMES.
01 WS-Amount-Disp PIC ---,---,---,--9.99.
01 WS-Count-Disp PIC ZZ,ZZ9.
01 WS-Numeric-Input PIC X(8).
01 WS-Test-Numval PIC S9(8).
01 WS-Input-Valid PIC X VALUE "N".
    88 Input-Valid VALUE "Y" FALSE "N".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '------------------------------ WTM EXTRA BRIDGE REPORT -------------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
MOVE 0 TO RETURN-CODE.
DISPLAY 'Enter the first period (YYYYMM):'.
PERFORM ACCEPT-PERIOD-SECT.
MOVE WS-Work-Period TO WS-From-Period.
DISPLAY 'Enter the second period (YYYYMM, later than the first):'.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    PERFORM ACCEPT-PERIOD-SECT
    IF WS-Work-Period <= WS-From-Period THEN
        DISPLAY 'INPUT ERROR: the second period must be later than ', WS-From-Period, '. Please re-enter.'
        MOVE "N" TO WS-Input-Valid
    END-IF
END-PERFORM.
MOVE WS-Work-Period TO WS-To-Period.
PERFORM LOAD-HOUSEHOLDS-SECT.
IF RETURN-CODE >= 12 THEN
    GOBACK
END-IF.
IF WS-Hh-Count = 0 THEN
    DISPLAY 'No runs on file for ', WS-From-Period, ' or ', WS-To-Period, ' - no bridge to draw.'
    MOVE 4 TO RETURN-CODE
    GOBACK
END-IF.
MOVE SPACES TO WS-Brg-Dept(1).
MOVE 1 TO WS-Brg-Clear-Slot.
PERFORM CLEAR-BRIDGE-SLOT-SECT.
PERFORM VARYING WS-Hh-Idx FROM 1 BY 1 UNTIL WS-Hh-Idx > WS-Hh-Count
    PERFORM BRIDGE-ONE-HOUSEHOLD-SECT
END-PERFORM.
PERFORM WRITE-REPORT-SECT.
IF WS-Out-Of-Balance > 0 THEN
    MOVE 8 TO RETURN-CODE
END-IF.
IF (Households-Overflowed OR Departments-Overflowed) AND (RETURN-CODE < 8) THEN
    MOVE 8 TO RETURN-CODE
END-IF.
GOBACK.

ACCEPT-PERIOD-SECT.
*> A YYYYMM period with a real month into WS-Work-Period.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    ACCEPT WS-Numeric-Input
    MOVE FUNCTION TEST-NUMVAL(WS-Numeric-Input) TO WS-Test-Numval
    IF WS-Test-Numval NOT = 0 THEN
        DISPLAY 'INPUT ERROR: that is not a valid number. Please re-enter.'
    ELSE
        IF (FUNCTION NUMVAL(WS-Numeric-Input) < 190001) OR (FUNCTION NUMVAL(WS-Numeric-Input) > 999912) THEN
            DISPLAY 'INPUT ERROR: enter the period as YYYYMM. Please re-enter.'
        ELSE
            COMPUTE WS-Work-Period = FUNCTION NUMVAL(WS-Numeric-Input)
            IF (WS-Work-Period(5:2) < "01") OR (WS-Work-Period(5:2) > "12") THEN
                DISPLAY 'INPUT ERROR: the month must be 01-12. Please re-enter.'
            ELSE
                MOVE "Y" TO WS-Input-Valid
            END-IF
        END-IF
    END-IF
END-PERFORM.

LOAD-HOUSEHOLDS-SECT.
*> The latest non-superseded run of each household in each of the
*> two periods; a later row on file replaces an earlier one.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Budget-History-File.
IF WS-Budget-History-Status NOT = "00" THEN
    DISPLAY 'XBRIDGE: could not open BUDGET-HISTORY.DAT, file status ', WS-Budget-History-Status
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Budget-History-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF ((Hist-Period = WS-From-Period) OR (Hist-Period = WS-To-Period))
                AND (Hist-Superseded-Flag NOT = "S") THEN
                PERFORM TAKE-RUN-SECT
            END-IF
    END-READ
END-PERFORM.
CLOSE Budget-History-File.
IF Households-Overflowed THEN
    DISPLAY 'XBRIDGE: more than 2000 households in the two periods - the bridge covers the first 2000 only.'
END-IF.

TAKE-RUN-SECT.
MOVE 0 TO WS-Hh-Slot.
PERFORM VARYING WS-Hh-Idx FROM 1 BY 1 UNTIL (WS-Hh-Idx > WS-Hh-Count) OR (WS-Hh-Slot > 0)
    IF WS-Hh-ID(WS-Hh-Idx) = Hist-Employee-ID THEN
        MOVE WS-Hh-Idx TO WS-Hh-Slot
    END-IF
END-PERFORM.
IF WS-Hh-Slot = 0 THEN
    IF WS-Hh-Count >= 2000 THEN
        SET Households-Overflowed TO TRUE
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-Hh-Count
    MOVE WS-Hh-Count TO WS-Hh-Slot
    MOVE Hist-Employee-ID TO WS-Hh-ID(WS-Hh-Slot)
    MOVE "N" TO WS-Hh-Present(WS-Hh-Slot, 1)
    MOVE "N" TO WS-Hh-Present(WS-Hh-Slot, 2)
END-IF.
IF Hist-Period = WS-From-Period THEN
    MOVE 1 TO WS-Per
ELSE
    MOVE 2 TO WS-Per
END-IF.
MOVE "Y" TO WS-Hh-Present(WS-Hh-Slot, WS-Per).
MOVE Hist-Dept-Code TO WS-Hh-Dept(WS-Hh-Slot, WS-Per).
MOVE Hist-Salary TO WS-Hh-Salary(WS-Hh-Slot, WS-Per).
MOVE Hist-Rent TO WS-Hh-Cat(WS-Hh-Slot, WS-Per, 1).
MOVE Hist-Bills TO WS-Hh-Cat(WS-Hh-Slot, WS-Per, 2).
MOVE Hist-Food TO WS-Hh-Cat(WS-Hh-Slot, WS-Per, 3).
MOVE Hist-Travel TO WS-Hh-Cat(WS-Hh-Slot, WS-Per, 4).
MOVE Hist-Taxes TO WS-Hh-Cat(WS-Hh-Slot, WS-Per, 5).
MOVE Hist-Insurance TO WS-Hh-Cat(WS-Hh-Slot, WS-Per, 6).
*> Rows written before insurance carry spaces there.
IF Hist-Insurance IS NOT NUMERIC THEN
    MOVE 0 TO WS-Hh-Cat(WS-Hh-Slot, WS-Per, 6)
END-IF.
MOVE 0 TO WS-Hh-Cat(WS-Hh-Slot, WS-Per, 7).
IF (Hist-Layout-Version IS NUMERIC) AND (Hist-Layout-Version >= 12) AND (Hist-Garnishments IS NUMERIC) THEN
    MOVE Hist-Garnishments TO WS-Hh-Cat(WS-Hh-Slot, WS-Per, 7)
END-IF.
IF WS-Hh-Dept(WS-Hh-Slot, WS-Per) = SPACES OR LOW-VALUES THEN
    MOVE '????' TO WS-Hh-Dept(WS-Hh-Slot, WS-Per)
END-IF.

CLEAR-BRIDGE-SLOT-SECT.
*> Zeroes bridge slot WS-Brg-Clear-Slot.
PERFORM VARYING WS-Brg-Line FROM 1 BY 1 UNTIL WS-Brg-Line > 14
    MOVE 0 TO WS-Brg-Amount(WS-Brg-Clear-Slot, WS-Brg-Line)
END-PERFORM.
PERFORM VARYING WS-Brg-Line FROM 1 BY 1 UNTIL WS-Brg-Line > 5
    MOVE 0 TO WS-Brg-Count(WS-Brg-Clear-Slot, WS-Brg-Line)
END-PERFORM.

FIND-DEPT-SLOT-SECT.
*> The bridge slot for WS-Lookup-Dept into WS-Brg-Slot, opened in
*> department order if new; 0 when the table is full.
MOVE 0 TO WS-Brg-Slot.
PERFORM VARYING WS-Brg-Idx FROM 2 BY 1 UNTIL (WS-Brg-Idx > WS-Brg-Count-Used) OR (WS-Brg-Slot > 0)
    IF WS-Brg-Dept(WS-Brg-Idx) = WS-Lookup-Dept THEN
        MOVE WS-Brg-Idx TO WS-Brg-Slot
    END-IF
END-PERFORM.
IF WS-Brg-Slot > 0 THEN
    EXIT PARAGRAPH
END-IF.
IF WS-Brg-Count-Used >= 101 THEN
    SET Departments-Overflowed TO TRUE
    EXIT PARAGRAPH
END-IF.
*> Insert ahead of the first department that sorts after it.
MOVE 0 TO WS-Brg-Slot.
PERFORM VARYING WS-Brg-Idx FROM 2 BY 1 UNTIL (WS-Brg-Idx > WS-Brg-Count-Used) OR (WS-Brg-Slot > 0)
    IF WS-Brg-Dept(WS-Brg-Idx) > WS-Lookup-Dept THEN
        MOVE WS-Brg-Idx TO WS-Brg-Slot
    END-IF
END-PERFORM.
ADD 1 TO WS-Brg-Count-Used.
IF WS-Brg-Slot = 0 THEN
    MOVE WS-Brg-Count-Used TO WS-Brg-Slot
ELSE
    PERFORM VARYING WS-Brg-Shift FROM WS-Brg-Count-Used BY -1 UNTIL WS-Brg-Shift <= WS-Brg-Slot
        MOVE WS-Brg-Entry(WS-Brg-Shift - 1) TO WS-Brg-Entry(WS-Brg-Shift)
    END-PERFORM
END-IF.
MOVE WS-Brg-Slot TO WS-Brg-Clear-Slot.
PERFORM CLEAR-BRIDGE-SLOT-SECT.
MOVE WS-Lookup-Dept TO WS-Brg-Dept(WS-Brg-Slot).

BRIDGE-ONE-HOUSEHOLD-SECT.
*> Household WS-Hh-Idx into the population bridge (slot 1) and its
*> department bridge(s).
MOVE 0 TO WS-Extra-1.
MOVE 0 TO WS-Extra-2.
IF WS-Hh-Present(WS-Hh-Idx, 1) = "Y" THEN
    COMPUTE WS-Extra-1 = WS-Hh-Salary(WS-Hh-Idx, 1) - WS-Hh-Cat(WS-Hh-Idx, 1, 1) - WS-Hh-Cat(WS-Hh-Idx, 1, 2)
        - WS-Hh-Cat(WS-Hh-Idx, 1, 3) - WS-Hh-Cat(WS-Hh-Idx, 1, 4) - WS-Hh-Cat(WS-Hh-Idx, 1, 5)
        - WS-Hh-Cat(WS-Hh-Idx, 1, 6) - WS-Hh-Cat(WS-Hh-Idx, 1, 7)
END-IF.
IF WS-Hh-Present(WS-Hh-Idx, 2) = "Y" THEN
    COMPUTE WS-Extra-2 = WS-Hh-Salary(WS-Hh-Idx, 2) - WS-Hh-Cat(WS-Hh-Idx, 2, 1) - WS-Hh-Cat(WS-Hh-Idx, 2, 2)
        - WS-Hh-Cat(WS-Hh-Idx, 2, 3) - WS-Hh-Cat(WS-Hh-Idx, 2, 4) - WS-Hh-Cat(WS-Hh-Idx, 2, 5)
        - WS-Hh-Cat(WS-Hh-Idx, 2, 6) - WS-Hh-Cat(WS-Hh-Idx, 2, 7)
END-IF.
EVALUATE TRUE
    WHEN (WS-Hh-Present(WS-Hh-Idx, 1) = "Y") AND (WS-Hh-Present(WS-Hh-Idx, 2) = "Y")
        MOVE 1 TO WS-Brg-Slot
        PERFORM BRIDGE-CONTINUING-SECT
        IF WS-Hh-Dept(WS-Hh-Idx, 1) = WS-Hh-Dept(WS-Hh-Idx, 2) THEN
            MOVE WS-Hh-Dept(WS-Hh-Idx, 2) TO WS-Lookup-Dept
            PERFORM FIND-DEPT-SLOT-SECT
            IF WS-Brg-Slot > 0 THEN
                PERFORM BRIDGE-CONTINUING-SECT
            END-IF
        ELSE
            MOVE WS-Hh-Dept(WS-Hh-Idx, 1) TO WS-Lookup-Dept
            PERFORM FIND-DEPT-SLOT-SECT
            IF WS-Brg-Slot > 0 THEN
                ADD WS-Extra-1 TO WS-Brg-Amount(WS-Brg-Slot, 1)
                ADD 1 TO WS-Brg-Count(WS-Brg-Slot, 1)
                SUBTRACT WS-Extra-1 FROM WS-Brg-Amount(WS-Brg-Slot, 5)
                ADD 1 TO WS-Brg-Count(WS-Brg-Slot, 5)
            END-IF
            MOVE WS-Hh-Dept(WS-Hh-Idx, 2) TO WS-Lookup-Dept
            PERFORM FIND-DEPT-SLOT-SECT
            IF WS-Brg-Slot > 0 THEN
                ADD WS-Extra-2 TO WS-Brg-Amount(WS-Brg-Slot, 4)
                ADD 1 TO WS-Brg-Count(WS-Brg-Slot, 4)
                ADD WS-Extra-2 TO WS-Brg-Amount(WS-Brg-Slot, 14)
            END-IF
        END-IF
    WHEN WS-Hh-Present(WS-Hh-Idx, 2) = "Y"
        MOVE 1 TO WS-Brg-Slot
        PERFORM BRIDGE-NEW-SECT
        MOVE WS-Hh-Dept(WS-Hh-Idx, 2) TO WS-Lookup-Dept
        PERFORM FIND-DEPT-SLOT-SECT
        IF WS-Brg-Slot > 0 THEN
            PERFORM BRIDGE-NEW-SECT
        END-IF
    WHEN OTHER
        MOVE 1 TO WS-Brg-Slot
        PERFORM BRIDGE-LEAVER-SECT
        MOVE WS-Hh-Dept(WS-Hh-Idx, 1) TO WS-Lookup-Dept
        PERFORM FIND-DEPT-SLOT-SECT
        IF WS-Brg-Slot > 0 THEN
            PERFORM BRIDGE-LEAVER-SECT
        END-IF
END-EVALUATE.

BRIDGE-CONTINUING-SECT.
ADD WS-Extra-1 TO WS-Brg-Amount(WS-Brg-Slot, 1).
ADD 1 TO WS-Brg-Count(WS-Brg-Slot, 1).
COMPUTE WS-Brg-Amount(WS-Brg-Slot, 6) = WS-Brg-Amount(WS-Brg-Slot, 6)
    + WS-Hh-Salary(WS-Hh-Idx, 2) - WS-Hh-Salary(WS-Hh-Idx, 1).
PERFORM VARYING WS-Cat-Idx FROM 1 BY 1 UNTIL WS-Cat-Idx > 7
    COMPUTE WS-Brg-Amount(WS-Brg-Slot, WS-Cat-Idx + 6) = WS-Brg-Amount(WS-Brg-Slot, WS-Cat-Idx + 6)
        - (WS-Hh-Cat(WS-Hh-Idx, 2, WS-Cat-Idx) - WS-Hh-Cat(WS-Hh-Idx, 1, WS-Cat-Idx))
END-PERFORM.
ADD WS-Extra-2 TO WS-Brg-Amount(WS-Brg-Slot, 14).

BRIDGE-NEW-SECT.
ADD WS-Extra-2 TO WS-Brg-Amount(WS-Brg-Slot, 2).
ADD 1 TO WS-Brg-Count(WS-Brg-Slot, 2).
ADD WS-Extra-2 TO WS-Brg-Amount(WS-Brg-Slot, 14).

BRIDGE-LEAVER-SECT.
ADD WS-Extra-1 TO WS-Brg-Amount(WS-Brg-Slot, 1).
ADD 1 TO WS-Brg-Count(WS-Brg-Slot, 1).
SUBTRACT WS-Extra-1 FROM WS-Brg-Amount(WS-Brg-Slot, 3).
ADD 1 TO WS-Brg-Count(WS-Brg-Slot, 3).

WRITE-REPORT-SECT.
OPEN OUTPUT Bridge-Report-File.
IF WS-Bridge-Report-Status NOT = "00" THEN
    DISPLAY 'WARNING: could not write WTM-EXTRA-BRIDGE.TXT, file status ', WS-Bridge-Report-Status
END-IF.
MOVE SPACES TO Bridge-Report-Line.
STRING 'WTM EXTRA BRIDGE  ' DELIMITED BY SIZE
    WS-From-Period DELIMITED BY SIZE
    ' TO ' DELIMITED BY SIZE
    WS-To-Period DELIMITED BY SIZE
    '   (YEARLY EXTRA = SALARY LESS SIX CATEGORIES, GARNISHMENTS)' DELIMITED BY SIZE
    INTO Bridge-Report-Line.
PERFORM WRITE-REPORT-LINE-SECT.
MOVE SPACES TO Bridge-Report-Line.
PERFORM WRITE-REPORT-LINE-SECT.
MOVE 'ALL HOUSEHOLDS' TO Bridge-Report-Line.
PERFORM WRITE-REPORT-LINE-SECT.
MOVE 1 TO WS-Brg-Slot.
PERFORM WRITE-ONE-BRIDGE-SECT.
PERFORM VARYING WS-Brg-Slot FROM 2 BY 1 UNTIL WS-Brg-Slot > WS-Brg-Count-Used
    MOVE SPACES TO Bridge-Report-Line
    PERFORM WRITE-REPORT-LINE-SECT
    MOVE SPACES TO Bridge-Report-Line
    STRING 'DEPARTMENT ' DELIMITED BY SIZE
        WS-Brg-Dept(WS-Brg-Slot) DELIMITED BY SIZE
        INTO Bridge-Report-Line
    PERFORM WRITE-REPORT-LINE-SECT
    PERFORM WRITE-ONE-BRIDGE-SECT
END-PERFORM.
MOVE SPACES TO Bridge-Report-Line.
PERFORM WRITE-REPORT-LINE-SECT.
IF WS-Out-Of-Balance = 0 THEN
    MOVE 'EVERY BRIDGE TIES TO BOTH PERIOD TOTALS.' TO Bridge-Report-Line
ELSE
    MOVE SPACES TO Bridge-Report-Line
    STRING 'WARNING: ' DELIMITED BY SIZE
        WS-Out-Of-Balance DELIMITED BY SIZE
        ' BRIDGE(S) DO NOT TIE - SEE THE RECONCILING LINES.' DELIMITED BY SIZE
        INTO Bridge-Report-Line
END-IF.
PERFORM WRITE-REPORT-LINE-SECT.
IF Departments-Overflowed THEN
    MOVE 'WARNING: MORE THAN 100 DEPARTMENTS - THE REST ARE IN THE POPULATION BRIDGE ONLY.' TO Bridge-Report-Line
    PERFORM WRITE-REPORT-LINE-SECT
END-IF.
IF WS-Bridge-Report-Status = "00" THEN
    CLOSE Bridge-Report-File
END-IF.

WRITE-ONE-BRIDGE-SECT.
*> The bridge in slot WS-Brg-Slot: opening, each attribution line
*> that applies, the closing figure it arrives at, the closing figure
*> per history, and the reconciling difference between them.
MOVE WS-Brg-Amount(WS-Brg-Slot, 1) TO WS-Closing-Bridge.
PERFORM VARYING WS-Brg-Line FROM 1 BY 1 UNTIL WS-Brg-Line > 13
    IF WS-Brg-Line > 1 THEN
        ADD WS-Brg-Amount(WS-Brg-Slot, WS-Brg-Line) TO WS-Closing-Bridge
    END-IF
    *> Transfer lines only mean something per department.
    IF ((WS-Brg-Line NOT = 4) AND (WS-Brg-Line NOT = 5)) OR (WS-Brg-Slot > 1) THEN
        MOVE WS-Brg-Amount(WS-Brg-Slot, WS-Brg-Line) TO WS-Amount-Disp
        MOVE SPACES TO Bridge-Report-Line
        MOVE WS-Bridge-Label(WS-Brg-Line) TO Bridge-Report-Line(3:26)
        MOVE WS-Amount-Disp TO Bridge-Report-Line(30:19)
        IF WS-Brg-Line <= 5 THEN
            MOVE WS-Brg-Count(WS-Brg-Slot, WS-Brg-Line) TO WS-Count-Disp
            MOVE WS-Count-Disp TO Bridge-Report-Line(51:6)
            MOVE 'household(s)' TO Bridge-Report-Line(58:12)
        END-IF
        PERFORM WRITE-REPORT-LINE-SECT
    END-IF
END-PERFORM.
MOVE SPACES TO Bridge-Report-Line.
MOVE 'Closing Extra per bridge' TO Bridge-Report-Line(3:26).
MOVE WS-Closing-Bridge TO WS-Amount-Disp.
MOVE WS-Amount-Disp TO Bridge-Report-Line(30:19).
PERFORM WRITE-REPORT-LINE-SECT.
MOVE SPACES TO Bridge-Report-Line.
MOVE WS-Bridge-Label(14) TO Bridge-Report-Line(3:26).
MOVE WS-Brg-Amount(WS-Brg-Slot, 14) TO WS-Amount-Disp.
MOVE WS-Amount-Disp TO Bridge-Report-Line(30:19).
COMPUTE WS-Closing-Count = WS-Brg-Count(WS-Brg-Slot, 1) + WS-Brg-Count(WS-Brg-Slot, 2)
    + WS-Brg-Count(WS-Brg-Slot, 4) - WS-Brg-Count(WS-Brg-Slot, 3) - WS-Brg-Count(WS-Brg-Slot, 5).
MOVE WS-Closing-Count TO WS-Count-Disp.
MOVE WS-Count-Disp TO Bridge-Report-Line(51:6).
MOVE 'household(s)' TO Bridge-Report-Line(58:12).
PERFORM WRITE-REPORT-LINE-SECT.
COMPUTE WS-Reconcile-Diff = WS-Brg-Amount(WS-Brg-Slot, 14) - WS-Closing-Bridge.
MOVE SPACES TO Bridge-Report-Line.
MOVE 'Reconciling difference' TO Bridge-Report-Line(3:26).
MOVE WS-Reconcile-Diff TO WS-Amount-Disp.
MOVE WS-Amount-Disp TO Bridge-Report-Line(30:19).
IF WS-Reconcile-Diff = 0 THEN
    MOVE 'ties' TO Bridge-Report-Line(51:4)
ELSE
    MOVE 'DOES NOT TIE' TO Bridge-Report-Line(51:12)
    ADD 1 TO WS-Out-Of-Balance
END-IF.
PERFORM WRITE-REPORT-LINE-SECT.

WRITE-REPORT-LINE-SECT.
DISPLAY Bridge-Report-Line(1:80).
IF WS-Bridge-Report-Status = "00" THEN
    WRITE Bridge-Report-Line
END-IF.

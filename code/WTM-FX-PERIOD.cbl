*> Month-end period FX rate table. Accounting translates
*> foreign-currency results at the month's average rate and revalues
*> balances at the month's closing rate; this job derives both for
*> every currency on WTM-FX-RATES.DAT instead of leaving them to be
*> worked out by hand. For the entered period (0 takes the month just
*> ended) it walks each day of the month, takes the rate in force that
*> day under the effective-dating rule WTM-INTERNATIONAL applies (the
*> latest row effective on or before the day), and averages those
*> daily rates - so a rate in force for twenty days of the month
*> weighs twice as much as one in force for ten. The closing rate is
*> the rate in force on the last day. Days before a currency's first
*> rate row are not priced and do not dilute the average; a currency
*> with no rate in force at all during the month gets no row. The
*> results replace the period's rows on WTM-FX-PERIOD-RATES.DAT
*> (WTM-FX-PERIOD-RATE-REC.cpy), other periods kept as they stand,
*> and are listed on WTM-FX-PERIOD-REPORT.TXT. WTM-FX-REVALUE,
*> WTM-GLEXPORT and WTM-INTERNATIONAL read the table to state amounts
*> at either rate. Once a period is closed on WTM-PERIOD-STATUS.DAT
*> the rates accounting booked with are frozen: a closed period that
*> already has rows is refused.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-FX-PERIOD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FX-Rate-File ASSIGN TO "WTM-FX-RATES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FX-Rate-Status.
    SELECT FX-Period-Rate-File ASSIGN TO "WTM-FX-PERIOD-RATES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FX-Period-Rate-Status.
    SELECT Period-Status-File ASSIGN TO "WTM-PERIOD-STATUS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Period-Status-Status.
    SELECT Period-Report-File ASSIGN TO "WTM-FX-PERIOD-REPORT.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Period-Report-Status.

DATA DIVISION.
FILE SECTION.
FD  FX-Rate-File.
01 FX-Rate-Input-Record.
    05 FX-Input-Code     PIC X(3).
    05 FX-Input-Rate     PIC 9(5)V9999.
    05 FX-Input-Eff-Date PIC 9(8).

FD  FX-Period-Rate-File.
    COPY "WTM-FX-PERIOD-RATE-REC.cpy".

FD  Period-Status-File.
    COPY "WTM-PERIOD-STATUS-REC.cpy".

FD  Period-Report-File.
01 Period-Report-Line PIC X(132).

WORKING-STORAGE SECTION.
01 WS-Gate-Function PIC X(20).
01 WS-Gate-Role PIC X.
01 WS-Gate-Result PIC X.
    88 Gate-Granted VALUE "G" FALSE "D".
01 WS-FX-Rate-Status PIC XX.
01 WS-FX-Period-Rate-Status PIC XX.
01 WS-Period-Status-Status PIC XX.
01 WS-Period-Report-Status PIC XX.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-FX-Rate-Table.
    05 WS-FX-Rate-Entry OCCURS 200 TIMES INDEXED BY FX-Idx.
       10 FX-Code     PIC X(3).
       10 FX-Rate     PIC 9(5)V9999.
       10 FX-Eff-Date PIC 9(8).
01 WS-FX-Rate-Count PIC 9(3) VALUE 0.
01 WS-Lookup-Code PIC X(3).
01 WS-Current-Rate PIC 9(5)V9999.
01 WS-FX-Best-Eff-Date PIC 9(8).
01 WS-FX-Rate-Found-Flag PIC X VALUE "N".
    88 FX-Rate-Found VALUE "Y" FALSE "N".
*> The currencies on the rate history, in first-seen order.
01 WS-Code-Table.
    05 WS-Code-Entry PIC X(3) OCCURS 50 TIMES.
01 WS-Code-Count PIC 9(2) VALUE 0.
01 WS-Code-Idx PIC 9(2).
01 WS-Code-Seen-Flag PIC X VALUE "N".
    88 Code-Seen VALUE "Y" FALSE "N".
*> Rows already on the table for other periods, carried through the
*> rewrite untouched.
01 WS-Kept-Table.
    05 WS-Kept-Row PIC X(56) OCCURS 1200 TIMES.
01 WS-Kept-Count PIC 9(4) VALUE 0.
01 WS-Kept-Idx PIC 9(4).
01 WS-Replaced-Count PIC 9(3) VALUE 0.
*> This period's derived rows.
01 WS-Derived-Table.
    05 WS-Derived-Row PIC X(56) OCCURS 50 TIMES.
01 WS-Derived-Count PIC 9(2) VALUE 0.
01 WS-Derived-Idx PIC 9(2).
01 WS-Period PIC 9(6).
01 WS-Period-Year PIC 9(4).
01 WS-Period-Month PIC 9(2).
01 WS-First-Day PIC 9(8).
01 WS-Last-Day PIC 9(8).
01 WS-First-Day-Int PIC 9(7).
01 WS-Last-Day-Int PIC 9(7).
01 WS-Day-Int PIC 9(7).
01 WS-Day-Date PIC 9(8).
01 WS-Days-In-Month PIC 9(2).
01 WS-Days-Priced PIC 9(2).
01 WS-Rate-Day-Sum PIC 9(9)V9999.
01 WS-Average-Rate PIC 9(5)V9999.
01 WS-Closing-Rate PIC 9(5)V9999.
01 WS-Closing-Eff-Date PIC 9(8).
01 WS-Rate-Changes PIC 9(3).
01 WS-Period-Closed-Flag PIC X VALUE "N".
    88 Period-Closed VALUE "Y" FALSE "N".
01 WS-Today PIC 9(8).
01 WS-Operator PIC X(8).
01 WS-Rate-Disp PIC ZZZZ9.9999.
01 WS-Rate-Disp-2 PIC ZZZZ9.9999.
01 WS-Numeric-Input PIC X(8).
01 WS-Test-Numval PIC S9(6).
01 WS-Input-Valid PIC X VALUE "N".
    88 Input-Valid VALUE "Y".
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-JOURNAL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '---------------------------- WTM MONTH-END PERIOD FX RATE TABLE -----------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
*> Protected function: the period rates are what the ledger is
*> translated and revalued at, so deriving them requires the
*> supervisor role whether launched from the console or the command
*> line. Denials are logged by the gate.
MOVE 'WTM-FX-PERIOD' TO WS-Gate-Function.
MOVE "S" TO WS-Gate-Role.
CALL 'WTM-ROLE-GATE' USING WS-Gate-Function, WS-Gate-Role, WS-Gate-Result.
IF NOT Gate-Granted THEN
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
IF WTM-Operator-ID = SPACES THEN
    MOVE 'UNKNOWN ' TO WS-Operator
ELSE
    MOVE WTM-Operator-ID TO WS-Operator
END-IF.
MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
PERFORM ACCEPT-PERIOD-SECT.
PERFORM LOAD-FX-RATES-SECT.
IF WS-FX-Rate-Count = 0 THEN
    DISPLAY 'FX PERIOD: no FX rates on file - no period rate can be derived.'
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM LOAD-PERIOD-TABLE-SECT.
PERFORM CHECK-PERIOD-STATUS-SECT.
IF Period-Closed AND (WS-Replaced-Count > 0) THEN
    DISPLAY 'FX PERIOD REFUSED: period ', WS-Period, ' is closed on WTM-PERIOD-STATUS.DAT and its rates are already'
    DISPLAY 'on WTM-FX-PERIOD-RATES.DAT - accounting has booked with them. Reopen the period to re-derive.'
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM DERIVE-RATES-SECT.
IF WS-Derived-Count = 0 THEN
    DISPLAY 'FX PERIOD: no currency had a rate in force during ', WS-Period, ' - table left unchanged.'
    MOVE 8 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM SAVE-PERIOD-TABLE-SECT.
PERFORM WRITE-PERIOD-REPORT-SECT.
GOBACK.

ACCEPT-PERIOD-SECT.
*> 0 takes the month just ended - the usual month-end run the day
*> after the last business day.
DISPLAY 'Enter the period to derive (YYYYMM), or 0 for the month just ended:'.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    ACCEPT WS-Numeric-Input
    MOVE FUNCTION TEST-NUMVAL(WS-Numeric-Input) TO WS-Test-Numval
    IF WS-Test-Numval NOT = 0 THEN
        DISPLAY 'INPUT ERROR: that is not a valid number. Please re-enter.'
    ELSE
        COMPUTE WS-Period = FUNCTION NUMVAL(WS-Numeric-Input)
        IF WS-Period = 0 THEN
            MOVE WS-Today(1:4) TO WS-Period-Year
            MOVE WS-Today(5:2) TO WS-Period-Month
            IF WS-Period-Month = 1 THEN
                SUBTRACT 1 FROM WS-Period-Year
                MOVE 12 TO WS-Period-Month
            ELSE
                SUBTRACT 1 FROM WS-Period-Month
            END-IF
            COMPUTE WS-Period = WS-Period-Year * 100 + WS-Period-Month
        END-IF
        MOVE WS-Period(1:4) TO WS-Period-Year
        MOVE WS-Period(5:2) TO WS-Period-Month
        IF (WS-Period-Year < 1601) OR (WS-Period-Month < 1) OR (WS-Period-Month > 12) THEN
            DISPLAY 'INPUT ERROR: enter the period as YYYYMM. Please re-enter.'
        ELSE
            MOVE "Y" TO WS-Input-Valid
        END-IF
    END-IF
END-PERFORM.
COMPUTE WS-First-Day = WS-Period * 100 + 1.
COMPUTE WS-First-Day-Int = FUNCTION INTEGER-OF-DATE(WS-First-Day).
IF WS-Period-Month = 12 THEN
    COMPUTE WS-Day-Date = (WS-Period-Year + 1) * 10000 + 101
ELSE
    COMPUTE WS-Day-Date = WS-Period * 100 + 101
END-IF.
COMPUTE WS-Last-Day-Int = FUNCTION INTEGER-OF-DATE(WS-Day-Date) - 1.
COMPUTE WS-Last-Day = FUNCTION DATE-OF-INTEGER(WS-Last-Day-Int).
COMPUTE WS-Days-In-Month = WS-Last-Day-Int - WS-First-Day-Int + 1.
DISPLAY 'Deriving average and closing rates for ', WS-Period, ' (', WS-First-Day, ' to ', WS-Last-Day, ').'.

LOAD-FX-RATES-SECT.
MOVE 0 TO WS-FX-Rate-Count.
MOVE 0 TO WS-Code-Count.
OPEN INPUT FX-Rate-File.
IF WS-FX-Rate-Status = "00" THEN
    PERFORM UNTIL WS-FX-Rate-Status NOT = "00"
        READ FX-Rate-File
            AT END EXIT PERFORM
            NOT AT END
                IF WS-FX-Rate-Count < 200 THEN
                    ADD 1 TO WS-FX-Rate-Count
                    MOVE FX-Input-Code TO FX-Code(WS-FX-Rate-Count)
                    MOVE FX-Input-Rate TO FX-Rate(WS-FX-Rate-Count)
                    IF FX-Input-Eff-Date IS NUMERIC THEN
                        MOVE FX-Input-Eff-Date TO FX-Eff-Date(WS-FX-Rate-Count)
                    ELSE
                        MOVE 0 TO FX-Eff-Date(WS-FX-Rate-Count)
                    END-IF
                    PERFORM NOTE-RATE-CODE-SECT
                END-IF
        END-READ
    END-PERFORM
    CLOSE FX-Rate-File
ELSE
    DISPLAY 'FX PERIOD: could not open WTM-FX-RATES.DAT, file status ', WS-FX-Rate-Status
END-IF.

NOTE-RATE-CODE-SECT.
SET Code-Seen TO FALSE.
PERFORM VARYING WS-Code-Idx FROM 1 BY 1 UNTIL WS-Code-Idx > WS-Code-Count
    IF WS-Code-Entry(WS-Code-Idx) = FX-Input-Code THEN
        SET Code-Seen TO TRUE
    END-IF
END-PERFORM.
IF (NOT Code-Seen) AND (WS-Code-Count < 50) THEN
    ADD 1 TO WS-Code-Count
    MOVE FX-Input-Code TO WS-Code-Entry(WS-Code-Count)
END-IF.

FIND-FX-RATE-SECT.
*> As-of lookup, the same rule WTM-INTERNATIONAL applies: of the rows
*> for the code effective on or before WS-Day-Date, the latest wins.
MOVE 0 TO WS-Current-Rate.
MOVE 0 TO WS-FX-Best-Eff-Date.
MOVE "N" TO WS-FX-Rate-Found-Flag.
PERFORM VARYING FX-Idx FROM 1 BY 1 UNTIL FX-Idx > WS-FX-Rate-Count
    IF (FX-Code(FX-Idx) = WS-Lookup-Code)
        AND (FX-Eff-Date(FX-Idx) <= WS-Day-Date)
        AND ((NOT FX-Rate-Found) OR (FX-Eff-Date(FX-Idx) >= WS-FX-Best-Eff-Date)) THEN
        SET FX-Rate-Found TO TRUE
        MOVE FX-Eff-Date(FX-Idx) TO WS-FX-Best-Eff-Date
        MOVE FX-Rate(FX-Idx) TO WS-Current-Rate
    END-IF
END-PERFORM.

CHECK-PERIOD-STATUS-SECT.
*> The latest row for the period is its status.
SET Period-Closed TO FALSE.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Period-Status-File.
IF WS-Period-Status-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Period-Status-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Pst-Period = WS-Period THEN
                IF Pst-Closed THEN
                    SET Period-Closed TO TRUE
                ELSE
                    SET Period-Closed TO FALSE
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Period-Status-File.

LOAD-PERIOD-TABLE-SECT.
*> Other periods' rows are kept for the rewrite; this period's rows
*> are counted - they are about to be replaced.
MOVE 0 TO WS-Kept-Count.
MOVE 0 TO WS-Replaced-Count.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT FX-Period-Rate-File.
IF WS-FX-Period-Rate-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ FX-Period-Rate-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Fxp-Period = WS-Period THEN
                ADD 1 TO WS-Replaced-Count
            ELSE
                IF WS-Kept-Count < 1200 THEN
                    ADD 1 TO WS-Kept-Count
                    MOVE FX-Period-Rate-Record TO WS-Kept-Row(WS-Kept-Count)
                ELSE
                    DISPLAY 'FX PERIOD WARNING: more than 1200 period rate rows - the oldest beyond that are not carried.'
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE FX-Period-Rate-File.

DERIVE-RATES-SECT.
MOVE 0 TO WS-Derived-Count.
PERFORM VARYING WS-Code-Idx FROM 1 BY 1 UNTIL WS-Code-Idx > WS-Code-Count
    MOVE WS-Code-Entry(WS-Code-Idx) TO WS-Lookup-Code
    PERFORM DERIVE-ONE-CURRENCY-SECT
END-PERFORM.

DERIVE-ONE-CURRENCY-SECT.
*> One pass over the days of the month: the rate in force each day
*> is added to the sum, so each rate weighs by the days it was in
*> force. The rate in force on the last day is the closing rate.
MOVE 0 TO WS-Rate-Day-Sum.
MOVE 0 TO WS-Days-Priced.
MOVE 0 TO WS-Closing-Rate.
MOVE 0 TO WS-Closing-Eff-Date.
PERFORM VARYING WS-Day-Int FROM WS-First-Day-Int BY 1 UNTIL WS-Day-Int > WS-Last-Day-Int
    COMPUTE WS-Day-Date = FUNCTION DATE-OF-INTEGER(WS-Day-Int)
    PERFORM FIND-FX-RATE-SECT
    IF FX-Rate-Found THEN
        ADD WS-Current-Rate TO WS-Rate-Day-Sum
        ADD 1 TO WS-Days-Priced
        MOVE WS-Current-Rate TO WS-Closing-Rate
        MOVE WS-FX-Best-Eff-Date TO WS-Closing-Eff-Date
    END-IF
END-PERFORM.
IF WS-Days-Priced = 0 THEN
    DISPLAY 'FX PERIOD: ', WS-Lookup-Code, ' had no rate in force during ', WS-Period, ' - no row derived.'
    EXIT PARAGRAPH
END-IF.
IF WS-Derived-Count NOT < 50 THEN
    DISPLAY 'FX PERIOD WARNING: more than 50 currencies - ', WS-Lookup-Code, ' is not derived.'
    MOVE 8 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
COMPUTE WS-Average-Rate ROUNDED = WS-Rate-Day-Sum / WS-Days-Priced.
MOVE 0 TO WS-Rate-Changes.
PERFORM VARYING FX-Idx FROM 1 BY 1 UNTIL FX-Idx > WS-FX-Rate-Count
    IF (FX-Code(FX-Idx) = WS-Lookup-Code)
        AND (FX-Eff-Date(FX-Idx) >= WS-First-Day) AND (FX-Eff-Date(FX-Idx) <= WS-Last-Day) THEN
        ADD 1 TO WS-Rate-Changes
    END-IF
END-PERFORM.
MOVE WS-Period TO Fxp-Period.
MOVE WS-Lookup-Code TO Fxp-Curr-Code.
MOVE WS-Average-Rate TO Fxp-Average-Rate.
MOVE WS-Closing-Rate TO Fxp-Closing-Rate.
MOVE WS-Closing-Eff-Date TO Fxp-Closing-Eff-Date.
MOVE WS-Days-Priced TO Fxp-Days-Priced.
MOVE WS-Rate-Changes TO Fxp-Rate-Changes.
MOVE WS-Today TO Fxp-Derived-Date.
MOVE WS-Operator TO Fxp-Operator-ID.
ADD 1 TO WS-Derived-Count.
MOVE FX-Period-Rate-Record TO WS-Derived-Row(WS-Derived-Count).

SAVE-PERIOD-TABLE-SECT.
OPEN OUTPUT FX-Period-Rate-File.
IF WS-FX-Period-Rate-Status NOT = "00" THEN
    DISPLAY 'FX PERIOD: could not write WTM-FX-PERIOD-RATES.DAT, file status ', WS-FX-Period-Rate-Status
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING WS-Kept-Idx FROM 1 BY 1 UNTIL WS-Kept-Idx > WS-Kept-Count
    MOVE WS-Kept-Row(WS-Kept-Idx) TO FX-Period-Rate-Record
    WRITE FX-Period-Rate-Record
END-PERFORM.
PERFORM VARYING WS-Derived-Idx FROM 1 BY 1 UNTIL WS-Derived-Idx > WS-Derived-Count
    MOVE WS-Derived-Row(WS-Derived-Idx) TO FX-Period-Rate-Record
    WRITE FX-Period-Rate-Record
END-PERFORM.
CLOSE FX-Period-Rate-File.
SET Rjn-File-Image TO TRUE.
MOVE 'WTM-FX-PERIOD-RATES.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
IF WS-Replaced-Count > 0 THEN
    DISPLAY WS-Derived-Count, ' period rate row(s) written for ', WS-Period, ', replacing ', WS-Replaced-Count, ' derived earlier.'
ELSE
    DISPLAY WS-Derived-Count, ' period rate row(s) written for ', WS-Period, '.'
END-IF.

WRITE-PERIOD-REPORT-SECT.
OPEN OUTPUT Period-Report-File.
IF WS-Period-Report-Status NOT = "00" THEN
    DISPLAY 'FX PERIOD: could not create WTM-FX-PERIOD-REPORT.TXT, file status ', WS-Period-Report-Status
    MOVE 4 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
MOVE 'WTM PERIOD FX RATES - day-weighted average and closing rate per currency' TO Period-Report-Line.
WRITE Period-Report-Line.
MOVE SPACES TO Period-Report-Line.
STRING 'Period ' DELIMITED BY SIZE
    WS-Period DELIMITED BY SIZE
    ' (' DELIMITED BY SIZE
    WS-First-Day DELIMITED BY SIZE
    ' to ' DELIMITED BY SIZE
    WS-Last-Day DELIMITED BY SIZE
    ', ' DELIMITED BY SIZE
    WS-Days-In-Month DELIMITED BY SIZE
    ' days)  derived ' DELIMITED BY SIZE
    WS-Today DELIMITED BY SIZE
    ' by ' DELIMITED BY SIZE
    WS-Operator DELIMITED BY SIZE
    INTO Period-Report-Line.
WRITE Period-Report-Line.
MOVE 'CODE  AVERAGE RATE  CLOSING RATE  CLOSING EFFECTIVE  DAYS PRICED  CHANGES IN MONTH' TO Period-Report-Line.
WRITE Period-Report-Line.
PERFORM VARYING WS-Derived-Idx FROM 1 BY 1 UNTIL WS-Derived-Idx > WS-Derived-Count
    MOVE WS-Derived-Row(WS-Derived-Idx) TO FX-Period-Rate-Record
    MOVE SPACES TO Period-Report-Line
    MOVE Fxp-Curr-Code TO Period-Report-Line(1:3)
    MOVE Fxp-Average-Rate TO WS-Rate-Disp
    MOVE WS-Rate-Disp TO Period-Report-Line(7:10)
    MOVE Fxp-Closing-Rate TO WS-Rate-Disp-2
    MOVE WS-Rate-Disp-2 TO Period-Report-Line(21:10)
    MOVE Fxp-Closing-Eff-Date TO Period-Report-Line(35:8)
    MOVE Fxp-Days-Priced TO Period-Report-Line(54:2)
    MOVE '/' TO Period-Report-Line(56:1)
    MOVE WS-Days-In-Month TO Period-Report-Line(57:2)
    MOVE Fxp-Rate-Changes TO Period-Report-Line(67:3)
    WRITE Period-Report-Line
    DISPLAY '  ', Fxp-Curr-Code, ': average ', WS-Rate-Disp, '  closing ', WS-Rate-Disp-2,
        '  (', Fxp-Days-Priced, ' of ', WS-Days-In-Month, ' days priced)'
END-PERFORM.
CLOSE Period-Report-File.
DISPLAY 'Period rate report written to WTM-FX-PERIOD-REPORT.TXT.'.

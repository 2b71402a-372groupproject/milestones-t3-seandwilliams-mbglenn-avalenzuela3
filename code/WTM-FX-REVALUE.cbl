*> a second month-end run restates from that rate instead of
*> compounding the booked-rate factor onto already-restated values -
*> repeated runs are idempotent.
*> The operator picks the rate the records are restated at: the rate
*> in force today, or a period's closing or average rate from the
*> month-end table WTM-FX-PERIOD derives (WTM-FX-PERIOD-RATES.DAT) -
*> the closing rate being the one balances are revalued at for the
*> books. A currency with no row for the period is left at its booked
*> value, and the report states the basis used.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-FX-REVALUE.

    SELECT Reval-Memo-File ASSIGN TO "WTM-FX-REVAL-LAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Reval-Memo-Status.
    SELECT FX-Period-Rate-File ASSIGN TO "WTM-FX-PERIOD-RATES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FX-Period-Rate-Status.

DATA DIVISION.
FILE SECTION.
    COPY "WTM-ACCOUNTING-EXPORT-REC.cpy".

FD  Export-Work-File.
01 Export-Work-Record PIC X(189).

FD  FX-Rate-File.
01 FX-Rate-Input-Record.
    05 Rvm-Export-Date PIC 9(8).
    05 Rvm-Last-Rate   PIC 9(5)V9999.

FD  FX-Period-Rate-File.
    COPY "WTM-FX-PERIOD-RATE-REC.cpy".

WORKING-STORAGE SECTION.
01 WS-Gate-Function PIC X(20).
01 WS-Gate-Role PIC X.
01 WS-Lock-Held-Flag PIC X VALUE "N".
    88 Writer-Lock-Held VALUE "Y" FALSE "N".
01 WS-Lock-Operator PIC X(8).
01 WS-FX-Period-Rate-Status PIC XX.
*> The restatement basis: S the rate in force today, C or A the
*> closing or average rate of WS-Basis-Period.
01 WS-Rate-Basis PIC X VALUE "S".
    88 Basis-Spot    VALUE "S".
    88 Basis-Closing VALUE "C".
    88 Basis-Average VALUE "A".
01 WS-Basis-Period PIC 9(6) VALUE 0.
01 WS-Basis-Label PIC X(40).
01 WS-Period-Rate-Table.
    05 WS-Prt-Entry OCCURS 50 TIMES.
       10 WS-Prt-Code    PIC X(3).
       10 WS-Prt-Average PIC 9(5)V9999.
       10 WS-Prt-Closing PIC 9(5)V9999.
01 WS-Prt-Count PIC 9(2) VALUE 0.
01 WS-Prt-Idx PIC 9(2).
01 WS-Numeric-Input PIC X(8).
01 WS-Test-Numval PIC S9(6).
01 WS-Input-Valid PIC X VALUE "N".
    88 Input-Valid VALUE "Y".
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM ACCEPT-RATE-BASIS-SECT.
IF NOT Basis-Spot THEN
    PERFORM LOAD-PERIOD-RATES-SECT
    IF WS-Prt-Count = 0 THEN
        DISPLAY 'REVALUE: WTM-FX-PERIOD-RATES.DAT has no rates for ', WS-Basis-Period,
            ' - run WTM-FX-PERIOD for the period first.'
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF
END-IF.
PERFORM LOAD-BOOKED-RATES-SECT.
PERFORM LOAD-REVAL-MEMO-SECT.
PERFORM ACQUIRE-WRITER-LOCK-SECT.
    DISPLAY 'REVALUE: could not open WTM-FX-RATES.DAT, file status ', WS-FX-Rate-Status
END-IF.

ACCEPT-RATE-BASIS-SECT.
DISPLAY 'Restate at - S the rate in force today, C a period''s closing rate, A a period''s average rate (S):'.
MOVE SPACE TO WS-Rate-Basis.
ACCEPT WS-Rate-Basis.
MOVE FUNCTION UPPER-CASE(WS-Rate-Basis) TO WS-Rate-Basis.
IF NOT (Basis-Closing OR Basis-Average) THEN
    MOVE "S" TO WS-Rate-Basis
    MOVE SPACES TO WS-Basis-Label
    STRING 'rates in force on ' DELIMITED BY SIZE
        WS-As-Of-Date DELIMITED BY SIZE
        INTO WS-Basis-Label
    EXIT PARAGRAPH
END-IF.
DISPLAY 'Enter the period whose rates to use (YYYYMM):'.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    ACCEPT WS-Numeric-Input
    MOVE FUNCTION TEST-NUMVAL(WS-Numeric-Input) TO WS-Test-Numval
    IF WS-Test-Numval NOT = 0 THEN
        DISPLAY 'INPUT ERROR: that is not a valid number. Please re-enter.'
    ELSE
        COMPUTE WS-Basis-Period = FUNCTION NUMVAL(WS-Numeric-Input)
        IF (WS-Basis-Period(5:2) < '01') OR (WS-Basis-Period(5:2) > '12') THEN
            DISPLAY 'INPUT ERROR: enter the period as YYYYMM. Please re-enter.'
        ELSE
            MOVE "Y" TO WS-Input-Valid
        END-IF
    END-IF
END-PERFORM.
MOVE SPACES TO WS-Basis-Label.
IF Basis-Closing THEN
    STRING 'closing rates of period ' DELIMITED BY SIZE
        WS-Basis-Period DELIMITED BY SIZE
        INTO WS-Basis-Label
ELSE
    STRING 'average rates of period ' DELIMITED BY SIZE
        WS-Basis-Period DELIMITED BY SIZE
        INTO WS-Basis-Label
END-IF.
DISPLAY 'Pending exports will be restated at the ', FUNCTION TRIM(WS-Basis-Label), '.'.

LOAD-PERIOD-RATES-SECT.
MOVE 0 TO WS-Prt-Count.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT FX-Period-Rate-File.
IF WS-FX-Period-Rate-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ FX-Period-Rate-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (Fxp-Period = WS-Basis-Period) AND (WS-Prt-Count < 50) THEN
                ADD 1 TO WS-Prt-Count
                MOVE Fxp-Curr-Code TO WS-Prt-Code(WS-Prt-Count)
                MOVE Fxp-Average-Rate TO WS-Prt-Average(WS-Prt-Count)
                MOVE Fxp-Closing-Rate TO WS-Prt-Closing(WS-Prt-Count)
            END-IF
    END-READ
END-PERFORM.
CLOSE FX-Period-Rate-File.

FIND-FX-RATE-SECT.
*> The restatement rate for WS-Lookup-Code on the chosen basis: the
*> period's closing or average rate from the table, or for the spot
*> basis the as-of lookup WTM-INTERNATIONAL applies - of the rows for
*> the code effective on or before today, the latest wins.
MOVE 1.0000 TO WS-Current-Rate.
MOVE 0 TO WS-FX-Best-Eff-Date.
MOVE "N" TO WS-FX-Rate-Found-Flag.
IF NOT Basis-Spot THEN
    PERFORM VARYING WS-Prt-Idx FROM 1 BY 1 UNTIL WS-Prt-Idx > WS-Prt-Count
        IF WS-Prt-Code(WS-Prt-Idx) = WS-Lookup-Code THEN
            SET FX-Rate-Found TO TRUE
            IF Basis-Closing THEN
                MOVE WS-Prt-Closing(WS-Prt-Idx) TO WS-Current-Rate
            ELSE
                MOVE WS-Prt-Average(WS-Prt-Idx) TO WS-Current-Rate
            END-IF
        END-IF
    END-PERFORM
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING FX-Idx FROM 1 BY 1 UNTIL FX-Idx > WS-FX-Rate-Count
    IF (FX-Code(FX-Idx) = WS-Lookup-Code)
        AND (FX-Eff-Date(FX-Idx) <= WS-As-Of-Date)
LOAD-BOOKED-RATES-SECT.
MOVE 0 TO WS-Booked-Count.
MOVE "N" TO WS-File-EOF-Flag.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-AUDIT-LOG.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Audit-Log-File.
IF WS-Audit-Log-Status = "00" THEN
    PERFORM UNTIL File-EOF
        READ Audit-Log-File
            AT END SET File-EOF TO TRUE
            NOT AT END
                IF NOT Audit-Forward-Rate THEN
                    PERFORM NOTE-ONE-AUDIT-RATE-SECT
                END-IF
        END-READ
    END-PERFORM
    CLOSE Audit-Log-File
        WRITE Reval-Memo-Record
    END-PERFORM
    CLOSE Reval-Memo-File
    SET Rjn-File-Image TO TRUE
    MOVE 'WTM-FX-REVAL-LAST.DAT' TO WS-Rjn-File-Name
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
ELSE
    DISPLAY 'WARNING: could not write WTM-FX-REVAL-LAST.DAT - the next run would restate from the booked rates again.'
END-IF.
*> Pass 1: stream the export file, restating qualifying records, into
*> a work file. Pass 2: rewrite the live file from the work file.
MOVE "N" TO WS-File-EOF-Flag.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-ACCOUNTING-EXPORT.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
IF File-Ctl-Mismatch THEN
    DISPLAY 'REVALUE REFUSED: WTM-ACCOUNTING-EXPORT.DAT does not agree with the file control registry -'
    DISPLAY 'rewriting it now would make the difference look sanctioned. Investigate, then re-register it in WTM-FILEREG.'
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
OPEN INPUT Acct-Export-File.
IF WS-Acct-Export-Status NOT = "00" THEN
    DISPLAY 'REVALUE: could not open WTM-ACCOUNTING-EXPORT.DAT, file status ', WS-Acct-Export-Status
END-PERFORM.
CLOSE Export-Work-File.
CLOSE Acct-Export-File.
SET Rjn-File-Image TO TRUE.
MOVE 'WTM-ACCOUNTING-EXPORT.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
SET File-Ctl-Register TO TRUE.
MOVE 'WTM-ACCOUNTING-EXPORT.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.

RESTATE-ONE-RECORD-SECT.
PERFORM FIND-BOOKED-RATE-SECT.
MOVE Acct-Curr-Code TO WS-Lookup-Code.
PERFORM FIND-FX-RATE-SECT.
IF NOT FX-Rate-Found THEN
    DISPLAY 'REVALUE WARNING: no rate for ', Acct-Curr-Code, ' on the ', FUNCTION TRIM(WS-Basis-Label),
        ' - record left at the booked value.'
    EXIT PARAGRAPH
END-IF.
PERFORM FIND-CURRENCY-SLOT-SECT.

WRITE-REVAL-REPORT-SECT.
OPEN OUTPUT Reval-Report-File.
MOVE SPACES TO Reval-Report-Line.
STRING 'WTM FX REVALUATION - pending foreign-currency exports restated at the ' DELIMITED BY SIZE
    WS-Basis-Label DELIMITED BY '  '
    INTO Reval-Report-Line.
WRITE Reval-Report-Line.
MOVE SPACES TO Reval-Report-Line.
STRING 'Revalued as of ' DELIMITED BY SIZE

    SELECT Audit-Log-File ASSIGN TO "WTM-AUDIT-LOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Audit-Log-Status.
    SELECT FX-Period-Rate-File ASSIGN TO "WTM-FX-PERIOD-RATES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FX-Period-Rate-Status.
    SELECT Audit-Keyed-File ASSIGN TO "WTM-AUDIT-KEYED.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
FD  Budget-Report-File.
01 Report-Line PIC X(100).

FD  FX-Period-Rate-File.
    COPY "WTM-FX-PERIOD-RATE-REC.cpy".

FD  Acct-Export-File.
    COPY "WTM-ACCOUNTING-EXPORT-REC.cpy".

FD  Acct-Extract-File.
01 Acct-Extract-Line PIC X(189).

FD  Report-Catalog-File.
    COPY "WTM-REPORT-CATALOG-REC.cpy".
01 WS-FX-Rate-Found-Flag PIC X VALUE "N".
    88 FX-Rate-Found VALUE "Y" FALSE "N".
01 WS-As-Of-Input PIC X(10).
01 WS-FX-Period-Rate-Status PIC XX.
*> The month-end period rates (WTM-FX-PERIOD) of the latest period
*> derived on or before the as-of month, for the report page.
01 WS-Period-Rate-Table.
    05 WS-Prt-Entry OCCURS 50 TIMES.
       10 WS-Prt-Code    PIC X(3).
       10 WS-Prt-Average PIC 9(5)V9999.
       10 WS-Prt-Closing PIC 9(5)V9999.
01 WS-Prt-Count PIC 9(2) VALUE 0.
01 WS-Prt-Idx PIC 9(2).
01 WS-Prt-Slot PIC 9(2).
01 WS-Prt-Period PIC 9(6) VALUE 0.
01 WS-Prt-As-Of-Period PIC 9(6).
01 WS-Prt-Amount PIC S9(9)V99.
01 WS-Prt-Restated PIC S9(9)V99.
01 WS-Prt-Rate-Disp PIC ZZZZ9.9999.
01 WS-As-Of-Test-Numval PIC S9(8).
01 WS-FX-Control-Status PIC XX.
01 WS-Stamp-Operator-ID PIC X(8).
       10 WS-Extr-Comp-Code  PIC X(3).
       10 WS-Extr-Comp-Count PIC 9(5).
       10 WS-Extr-Comp-Hash  PIC 9(13)V99.
       10 WS-Extr-Comp-Row   PIC X(187) OCCURS 200 TIMES.
01 WS-Extr-Company-Count PIC 9(2) VALUE 0.
01 WS-Extr-Comp-Idx PIC 9(2).
01 WS-Extr-Comp-Slot PIC 9(2).
       10 WS-Shock-Last-Rate  PIC 9(5)V9999.
       10 WS-Shock-Flag       PIC X.
       10 WS-Shock-Decision   PIC X.
       10 WS-Shock-Alerted    PIC X.
01 WS-Shock-Count PIC 9(3) VALUE 0.
01 WS-Shock-Swing-Pct PIC S9(5)V99.
01 WS-Shock-Confirm PIC X.
01 WS-Alert-Severity PIC X.
01 WS-Alert-Source PIC X(20).
01 WS-Alert-Event-Code PIC X(8).
01 WS-Alert-Text PIC X(60).
01 WS-Rate-Use-OK-Flag PIC X VALUE "Y".
    88 Rate-Use-OK VALUE "Y" FALSE "N".
01 WS-Audit-Scan-EOF-Flag PIC X VALUE "N".
    05 WS-Wif-Cat-Name PIC X(10) OCCURS 6 TIMES.

    COPY "WTM-EMPLOYEE-REC.cpy".
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".
*> Each conversion logged is a run: its ID goes on the audit row, the
*> export record, and the report page.
    COPY "WTM-RUN-ID.cpy".

PROCEDURE DIVISION.
PERFORM LOAD-CURRENCY-DEFS-SECT.
PERFORM LOAD-COMPANY-CODES-SECT.
PERFORM LOAD-CURR-DEFAULTS-SECT.
PERFORM ACCEPT-AS-OF-DATE-SECT.
PERFORM LOAD-PERIOD-RATES-SECT.
PERFORM BUILD-RATE-SHOCK-TABLE-SECT.
PERFORM ACQUIRE-WRITER-LOCK-SECT.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-AUDIT-LOG.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN EXTEND Audit-Log-File.
IF WS-Audit-Log-Status = "35" THEN
    OPEN OUTPUT Audit-Log-File
    '.TXT' DELIMITED BY SIZE
    INTO WS-Budget-Report-Name.
OPEN OUTPUT Budget-Report-File.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-ACCOUNTING-EXPORT.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN EXTEND Acct-Export-File.
IF WS-Acct-Export-Status = "35" THEN
    OPEN OUTPUT Acct-Export-File
END-IF
PERFORM CLOSE-ACCT-EXTRACT-SECT.
CLOSE Acct-Export-File.
SET File-Ctl-Register TO TRUE.
MOVE 'WTM-ACCOUNTING-EXPORT.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
CLOSE Budget-Report-File.
IF Report-Page-Number > 0 THEN
    MOVE 'REPORT  ' TO Gen-Family
    PERFORM WRITE-CATALOG-ENTRY-SECT
END-IF.
CLOSE Audit-Log-File.
SET File-Ctl-Register TO TRUE.
MOVE 'WTM-AUDIT-LOG.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
IF Audit-Keyed-Open THEN
    CLOSE Audit-Keyed-File
END-IF
END-IF.

WRITE-AUDIT-LOG-SECT.
PERFORM NEXT-RUN-ID-SECT.
MOVE Employee-ID TO Audit-Employee-ID.
MOVE WS-Lookup-Code TO Audit-Curr-Code.
MOVE WS-Current-Rate TO Audit-FX-Rate.
MOVE WS-Audit-Inc-Code TO Audit-Inc-Curr-Code.
MOVE Employee-Company TO Audit-Company-Code.
MOVE WS-FX-Gross-Salary TO Audit-Gross-Salary.
MOVE SPACE TO Audit-Rate-Source.
MOVE 0 TO Audit-Contract-No.
MOVE WS-Run-ID TO Audit-Run-ID.
WRITE Audit-Log-Record.
SET Rjn-After-Image TO TRUE.
MOVE 'WTM-AUDIT-LOG.DAT' TO WS-Rjn-File-Name.
MOVE Audit-Log-Record TO WS-Rjn-Record.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
PERFORM WRITE-AUDIT-KEYED-SECT.

NEXT-RUN-ID-SECT.
*> The job's start stamp on the first conversion, then one more on
*> the sequence per conversion (a fresh stamp past 9999).
IF (WS-Run-ID-Stamp = 0) OR (WS-Run-ID-Seq = 9999) THEN
    MOVE 'IN' TO WS-Run-ID-Source
    MOVE FUNCTION CURRENT-DATE(1:16) TO WS-Run-ID-Stamp
    MOVE 0 TO WS-Run-ID-Stream
    MOVE 0 TO WS-Run-ID-Seq
END-IF.
ADD 1 TO WS-Run-ID-Seq.

LOAD-FX-RATES-SECT.
*> WTM-FX-RATES.DAT is effective-dated rate history: one row per
*> rate change (code, rate, effective date YYYYMMDD), not a single
END-IF.
MOVE 0 TO WS-Shock-Count.
MOVE "N" TO WS-Audit-Scan-EOF-Flag.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-AUDIT-LOG.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Audit-Log-File.
IF WS-Audit-Log-Status = "00" THEN
    PERFORM UNTIL Audit-Scan-EOF
            MOVE Audit-FX-Rate TO WS-Shock-Last-Rate(WS-Shock-Count)
            MOVE "N" TO WS-Shock-Flag(WS-Shock-Count)
            MOVE " " TO WS-Shock-Decision(WS-Shock-Count)
            MOVE " " TO WS-Shock-Alerted(WS-Shock-Count)
        END-IF
    WHEN WS-Shock-Code(Shock-Idx) = Audit-Curr-Code
        MOVE Audit-FX-Rate TO WS-Shock-Last-Rate(Shock-Idx)
END-SEARCH.

RATE-SHOCK-ALERT-SECT.
*> One monitoring alert per blocked currency per session - a batch
*> file full of one currency refuses every record but pages once.
IF WS-Shock-Alerted(Shock-Idx) = "Y" THEN
    EXIT PARAGRAPH
END-IF.
MOVE "Y" TO WS-Shock-Alerted(Shock-Idx).
MOVE "W" TO WS-Alert-Severity.
MOVE 'WTM-INTERNATIONAL' TO WS-Alert-Source.
MOVE 'RATESHOK' TO WS-Alert-Event-Code.
MOVE SPACES TO WS-Alert-Text.
STRING WS-Lookup-Code DELIMITED BY SIZE
    ' rate swung beyond tolerance - conversions blocked' DELIMITED BY SIZE
    INTO WS-Alert-Text.
CALL 'WTM-ALERT' USING WS-Alert-Severity, WS-Alert-Source, WS-Alert-Event-Code, WS-Alert-Text.

RATE-SHOCK-GATE-SECT.
*> PERFORMed before each conversion: passes unflagged currencies
*> straight through; a flagged one asks the operator once per
                    IF (Run-Mode = "B") OR (Run-Mode = "b") THEN
                        MOVE "N" TO WS-Rate-Use-OK-Flag
                        DISPLAY 'RATE SHOCK: ', WS-Lookup-Code, ' rate unconfirmed - record refused in batch mode.'
                        PERFORM RATE-SHOCK-ALERT-SECT
                    ELSE
                        DISPLAY 'RATE SHOCK: the ', WS-Lookup-Code, ' rate swung beyond the tolerance. Enter Y to use it for this session:'
                        ACCEPT WS-Shock-Confirm
                            MOVE "R" TO WS-Shock-Decision(Shock-Idx)
                            MOVE "N" TO WS-Rate-Use-OK-Flag
                            DISPLAY 'Conversions in ', WS-Lookup-Code, ' are refused for the rest of this session.'
                            PERFORM RATE-SHOCK-ALERT-SECT
                        END-IF
                    END-IF
            END-EVALUATE
MOVE Yearly_Taxes TO Acct-Taxes.
MOVE 0 TO Acct-Insurance.
MOVE Extra TO Acct-Extra.
MOVE 0 TO Acct-SS-Tax.
MOVE 0 TO Acct-Medicare-Tax.
MOVE FUNCTION CURRENT-DATE(1:8) TO Acct-Export-Date.
SET Acct-Ack-Pending TO TRUE.
IF WTM-Operator-ID = SPACES THEN
MOVE WS-Lookup-Code TO Acct-Curr-Code.
MOVE Employee-Company TO Acct-Company-Code.
MOVE Employee-Dept TO Acct-Dept-Code.
MOVE WS-Run-ID TO Acct-Run-ID.
MOVE 0 TO Acct-Garnishments.
WRITE Acct-Export-Record.
SET Rjn-After-Image TO TRUE.
MOVE 'WTM-ACCOUNTING-EXPORT.DAT' TO WS-Rjn-File-Name.
MOVE Acct-Export-Record TO WS-Rjn-Record.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
PERFORM BUFFER-EXTRACT-DETAIL-SECT.

BUFFER-EXTRACT-DETAIL-SECT.
    UNTIL WS-Extr-Row-Idx > WS-Extr-Comp-Count(WS-Extr-Comp-Idx)
    MOVE SPACES TO Acct-Extract-Line
    MOVE "D" TO Acct-Extract-Line(1:1)
    MOVE WS-Extr-Comp-Row(WS-Extr-Comp-Idx, WS-Extr-Row-Idx) TO Acct-Extract-Line(2:187)
    WRITE Acct-Extract-Line
END-PERFORM.
MOVE "T" TO Extr-Trl-Type.
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
    WS-Money-Disp DELIMITED BY SIZE
    INTO Report-Line.
WRITE Report-Line AFTER ADVANCING 2 LINES.
MOVE SPACES TO Report-Line.
STRING "RUN ID " DELIMITED BY SIZE
    WS-Run-ID DELIMITED BY SIZE
    INTO Report-Line.
WRITE Report-Line AFTER ADVANCING 1 LINES.
MOVE "--------------------------------------------------------------------------" TO Report-Line.
WRITE Report-Line AFTER ADVANCING 1 LINES.
MOVE "CATEGORY         YEARLY AMOUNT     PERCENT OF SALARY" TO Report-Line.
END-PERFORM.
MOVE "--------------------------------------------------------------------------" TO Report-Line.
WRITE Report-Line AFTER ADVANCING 1 LINES.
PERFORM PRINT-PERIOD-RATES-SECT.

LOAD-PERIOD-RATES-SECT.
*> Keeps the rows of the latest period on WTM-FX-PERIOD-RATES.DAT at
*> or before the as-of month - the current month has no rates until
*> its month-end run, so the page shows the last month-end's.
MOVE 0 TO WS-Prt-Count.
MOVE 0 TO WS-Prt-Period.
MOVE WS-FX-As-Of-Date(1:6) TO WS-Prt-As-Of-Period.
OPEN INPUT FX-Period-Rate-File.
IF WS-FX-Period-Rate-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL WS-FX-Period-Rate-Status NOT = "00"
    READ FX-Period-Rate-File
        AT END EXIT PERFORM
        NOT AT END
            IF (Fxp-Period <= WS-Prt-As-Of-Period) AND (Fxp-Period >= WS-Prt-Period) THEN
                IF Fxp-Period > WS-Prt-Period THEN
                    MOVE Fxp-Period TO WS-Prt-Period
                    MOVE 0 TO WS-Prt-Count
                END-IF
                IF WS-Prt-Count < 50 THEN
                    ADD 1 TO WS-Prt-Count
                    MOVE Fxp-Curr-Code TO WS-Prt-Code(WS-Prt-Count)
                    MOVE Fxp-Average-Rate TO WS-Prt-Average(WS-Prt-Count)
                    MOVE Fxp-Closing-Rate TO WS-Prt-Closing(WS-Prt-Count)
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE FX-Period-Rate-File.
IF WS-Prt-Count > 0 THEN
    DISPLAY 'Report pages will also state amounts at the ', WS-Prt-Period, ' average and closing rates.'
END-IF.

PRINT-PERIOD-RATES-SECT.
*> The page's yearly figures restated at the period's average rate
*> (how accounting translates results) and closing rate (how it
*> revalues balances), so the page agrees with the books at either.
*> Each amount is in the currency at the rate the conversion used, so
*> the restatement is amount x period rate / rate used.
MOVE 0 TO WS-Prt-Slot.
PERFORM VARYING WS-Prt-Idx FROM 1 BY 1 UNTIL WS-Prt-Idx > WS-Prt-Count
    IF WS-Prt-Code(WS-Prt-Idx) = WS-Lookup-Code THEN
        MOVE WS-Prt-Idx TO WS-Prt-Slot
    END-IF
END-PERFORM.
IF (WS-Prt-Slot = 0) OR (WS-Current-Rate = 0) THEN
    EXIT PARAGRAPH
END-IF.
MOVE SPACES TO Report-Line.
MOVE WS-Prt-Average(WS-Prt-Slot) TO WS-Prt-Rate-Disp.
STRING "PERIOD " DELIMITED BY SIZE
    WS-Prt-Period DELIMITED BY SIZE
    " RATES   AVERAGE " DELIMITED BY SIZE
    WS-Prt-Rate-Disp DELIMITED BY SIZE
    INTO Report-Line.
MOVE WS-Prt-Closing(WS-Prt-Slot) TO WS-Prt-Rate-Disp.
MOVE "CLOSING " TO Report-Line(43:8).
MOVE WS-Prt-Rate-Disp TO Report-Line(51:10).
WRITE Report-Line AFTER ADVANCING 2 LINES.
MOVE "CATEGORY         AT RATE USED      AT AVERAGE        AT CLOSING" TO Report-Line.
WRITE Report-Line AFTER ADVANCING 1 LINES.
PERFORM VARYING WS-Intl-Rpt-Idx FROM 1 BY 1 UNTIL WS-Intl-Rpt-Idx > 7
    MOVE SPACES TO Report-Line
    EVALUATE WS-Intl-Rpt-Idx
        WHEN 1
            MOVE "Salary" TO Report-Line(1:15)
            MOVE Salary TO WS-Prt-Amount
        WHEN 2
            MOVE "Rent" TO Report-Line(1:15)
            MOVE Yearly_Rent TO WS-Prt-Amount
        WHEN 3
            MOVE "Bills" TO Report-Line(1:15)
            MOVE Yearly_Bills TO WS-Prt-Amount
        WHEN 4
            MOVE "Food" TO Report-Line(1:15)
            MOVE Yearly_Food TO WS-Prt-Amount
        WHEN 5
            MOVE "Travel" TO Report-Line(1:15)
            MOVE Travel TO WS-Prt-Amount
        WHEN 6
            MOVE "Taxes" TO Report-Line(1:15)
            MOVE Yearly_Taxes TO WS-Prt-Amount
        WHEN 7
            MOVE "Extra" TO Report-Line(1:15)
            MOVE Extra TO WS-Prt-Amount
    END-EVALUATE
    MOVE WS-Prt-Amount TO WS-Money-Disp
    MOVE WS-Money-Disp TO Report-Line(18:15)
    COMPUTE WS-Prt-Restated ROUNDED = WS-Prt-Amount * WS-Prt-Average(WS-Prt-Slot) / WS-Current-Rate
    MOVE WS-Prt-Restated TO WS-Money-Disp
    MOVE WS-Money-Disp TO Report-Line(36:15)
    COMPUTE WS-Prt-Restated ROUNDED = WS-Prt-Amount * WS-Prt-Closing(WS-Prt-Slot) / WS-Current-Rate
    MOVE WS-Prt-Restated TO WS-Money-Disp
    MOVE WS-Money-Disp TO Report-Line(54:15)
    WRITE Report-Line AFTER ADVANCING 1 LINES
END-PERFORM.
MOVE "--------------------------------------------------------------------------" TO Report-Line.
WRITE Report-Line AFTER ADVANCING 1 LINES.

ACQUIRE-WRITER-LOCK-SECT.
*> Same single-writer interlock the domestic program takes before it
    MOVE WS-Intl-Records-Rejected TO Run-Rejected-Count
    MOVE WS-Run-Control-End-Status TO Run-End-Status
    WRITE Run-Control-Record
    SET Rjn-After-Image TO TRUE
    MOVE 'WTM-RUN-CONTROL.DAT' TO WS-Rjn-File-Name
    MOVE Run-Control-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    CLOSE Run-Control-File
ELSE
    DISPLAY 'WARNING: could not write WTM-RUN-CONTROL.DAT, file status ', WS-Run-Control-Status
*> order, so the last match wins, the usual convention.
MOVE "N" TO WS-Whatif-Found-Flag.
MOVE "N" TO WS-Whatif-File-EOF.
SET File-Ctl-Verify TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Budget-History-File.
IF WS-Budget-History-Status NOT = "00" THEN
    DISPLAY 'WHAT-IF: could not open BUDGET-HISTORY.DAT, file status ', WS-Budget-History-Status

*> single sectioned book for a chosen period, with a table of
*> contents, consistent page numbering, a deficit ledger summary, and
*> one WTM-REPORT-CATALOG.DAT entry (family BOOK) so the generations
*> age off with everything else. The deficit summary also totals the
*> balances written off in the period (WTM-WRITEOFFS.DAT), overall
*> and by reason code. For a closed period, a last section
*> sets the period "as closed" (the snapshot WTM-PERIOD-CLOSE froze
*> onto WTM-CLOSE-SNAPSHOTS.DAT) against "as currently stated" and
*> lists every run, balance and export row that has moved since.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-REPORTBOOK.

    SELECT Acct-Export-File ASSIGN TO "WTM-ACCOUNTING-EXPORT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Acct-Export-Status.
    SELECT Writeoff-File ASSIGN TO "WTM-WRITEOFFS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Writeoff-Status.
    SELECT Book-File ASSIGN TO WS-Book-File-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Book-Status.
FD  Acct-Export-File.
    COPY "WTM-ACCOUNTING-EXPORT-REC.cpy".

FD  Writeoff-File.
    COPY "WTM-WRITEOFF-REC.cpy".

FD  Book-File.
01 Book-Line PIC X(132).

01 WS-Policy-Limits-Status PIC XX.
01 WS-Deficit-Ledger-Status PIC XX.
01 WS-Acct-Export-Status PIC XX.
01 WS-Writeoff-Status PIC XX.
01 WS-Book-Status PIC XX.
01 WS-Report-Catalog-Status PIC XX.
01 WS-Book-File-Name PIC X(40).
*> Section 4 - deficit ledger summary.
01 WS-Ledger-Total PIC S9(11)V99 VALUE 0.
01 WS-Ledger-Rows PIC 9(7) VALUE 0.
01 WS-Wof-Count PIC 9(5) VALUE 0.
01 WS-Wof-Total PIC S9(11)V99 VALUE 0.
01 WS-Wof-By-Reason.
    05 WS-Wof-Reason-Slot OCCURS 6 TIMES.
       10 WS-Wof-Reason-Rows   PIC 9(5).
       10 WS-Wof-Reason-Amount PIC S9(11)V99.
01 WS-Wof-Idx PIC 9(2).
01 WS-Wof-Slot PIC 9(2).
*> Section 5 - balancing status for the period.
01 WS-Bal-Hist-Count PIC 9(7) VALUE 0.
01 WS-Bal-Hist-Salary PIC S9(11)V99 VALUE 0.
01 WS-Bal-Acct-Count PIC 9(7) VALUE 0.
01 WS-Bal-Acct-Salary PIC S9(11)V99 VALUE 0.
01 WS-Bal-Diff PIC S9(11)V99.
*> Section 6 - as closed versus as currently stated.
01 WS-Asc-Label PIC X(20).
01 WS-Asc-Closed PIC S9(11)V99.
01 WS-Asc-Current PIC S9(11)V99.
01 WS-Asc-Diff PIC S9(11)V99.
01 WS-Asc-Idx PIC 9(5).
01 WS-Asc-Count-Disp PIC Z,ZZZ,ZZ9.
01 WS-Asc-Closed-Disp PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-Asc-Current-Disp PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-Asc-Change-Text PIC X(9).
01 WS-Money-Disp PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-Numeric-Input PIC X(8).
01 WS-Test-Numval PIC S9(6).
01 WS-Input-Valid PIC X VALUE "N".
    88 Input-Valid VALUE "Y".
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".
    COPY "WTM-SNAPSHOT-CTL.cpy".
    COPY "WTM-WRITEOFF-REASONS.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
PERFORM SECTION-POLICY-SECT.
PERFORM SECTION-DEFICIT-SECT.
PERFORM SECTION-BALANCING-SECT.
PERFORM SECTION-AS-CLOSED-SECT.
CLOSE Book-File.
DISPLAY 'Report book written to ', FUNCTION TRIM(WS-Book-File-Name), ' (', WS-Page-Number, ' page(s)).'.
MOVE 'BOOK    ' TO Gen-Family.
WRITE Book-Line AFTER ADVANCING 1 LINES.
MOVE '  5. BALANCING STATUS .................... PAGE 6' TO Book-Line.
WRITE Book-Line AFTER ADVANCING 1 LINES.
MOVE '  6. AS CLOSED VS AS CURRENTLY STATED ..... PAGE 7' TO Book-Line.
WRITE Book-Line AFTER ADVANCING 1 LINES.

LOAD-POLICY-LIMITS-SECT.
MOVE "N" TO WS-Policy-Loaded-Flag.
    MOVE 0 TO WS-Pop-Sum(WS-Pop-Idx)
END-PERFORM.
MOVE "N" TO WS-File-EOF-Flag.
SET File-Ctl-Verify TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Budget-History-File.
IF WS-Budget-History-Status = "00" THEN
    PERFORM UNTIL File-EOF
                    COMPUTE WS-Expense-Sum = Hist-Rent + Hist-Bills + Hist-Food
                        + Hist-Travel + Hist-Taxes + Hist-Insurance
                    ADD WS-Expense-Sum TO WS-Plan-Total
                    IF (Hist-Layout-Version IS NUMERIC) AND (Hist-Layout-Version >= 12) AND (Hist-Garnishments IS NUMERIC) THEN
                        ADD Hist-Garnishments TO WS-Expense-Sum
                    END-IF
                    IF WS-Expense-Sum > Hist-Salary THEN
                        ADD 1 TO WS-Pop-Deficit
                    END-IF
MOVE 'SECTION 2 - PLAN VERSUS ACTUAL' TO Book-Line.
WRITE Book-Line AFTER ADVANCING 1 LINES.
MOVE "N" TO WS-File-EOF-Flag.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-ACTUALS.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Actuals-File.
IF WS-Actuals-Status = "00" THEN
    PERFORM UNTIL File-EOF
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
SET File-Ctl-Verify TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Budget-History-File.
IF WS-Budget-History-Status = "00" THEN
    PERFORM UNTIL File-EOF
MOVE 'SECTION 4 - DEFICIT LEDGER SUMMARY' TO Book-Line.
WRITE Book-Line AFTER ADVANCING 1 LINES.
MOVE "N" TO WS-File-EOF-Flag.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-DEFICIT-LEDGER.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Deficit-Ledger-File.
IF WS-Deficit-Ledger-Status = "00" THEN
    PERFORM UNTIL File-EOF
    WS-Money-Disp DELIMITED BY SIZE
    INTO Book-Line.
WRITE Book-Line AFTER ADVANCING 1 LINES.
PERFORM DEFICIT-WRITEOFFS-SECT.

DEFICIT-WRITEOFFS-SECT.
*> Balances written off in the period, overall and by reason; a code
*> no longer in the table counts under OTH (the last entry).
PERFORM VARYING WS-Wof-Idx FROM 1 BY 1 UNTIL WS-Wof-Idx > WS-Wor-Reason-Count
    MOVE 0 TO WS-Wof-Reason-Rows(WS-Wof-Idx)
    MOVE 0 TO WS-Wof-Reason-Amount(WS-Wof-Idx)
END-PERFORM.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Writeoff-File.
IF WS-Writeoff-Status = "00" THEN
    PERFORM UNTIL File-EOF
        READ Writeoff-File
            AT END SET File-EOF TO TRUE
            NOT AT END
                IF (Wof-Post-Period = WS-Report-Period) AND (Wof-Amount IS NUMERIC) THEN
                    ADD 1 TO WS-Wof-Count
                    ADD Wof-Amount TO WS-Wof-Total
                    MOVE WS-Wor-Reason-Count TO WS-Wof-Slot
                    PERFORM VARYING WS-Wof-Idx FROM 1 BY 1 UNTIL WS-Wof-Idx > WS-Wor-Reason-Count
                        IF WS-Wor-Reason-Code(WS-Wof-Idx) = Wof-Reason-Code THEN
                            MOVE WS-Wof-Idx TO WS-Wof-Slot
                        END-IF
                    END-PERFORM
                    ADD 1 TO WS-Wof-Reason-Rows(WS-Wof-Slot)
                    ADD Wof-Amount TO WS-Wof-Reason-Amount(WS-Wof-Slot)
                END-IF
        END-READ
    END-PERFORM
    CLOSE Writeoff-File
END-IF.
MOVE WS-Wof-Total TO WS-Money-Disp.
MOVE SPACES TO Book-Line.
STRING '  ' DELIMITED BY SIZE
    WS-Wof-Count DELIMITED BY SIZE
    ' balance(s) written off in the period, total $' DELIMITED BY SIZE
    WS-Money-Disp DELIMITED BY SIZE
    INTO Book-Line.
WRITE Book-Line AFTER ADVANCING 2 LINES.
PERFORM VARYING WS-Wof-Idx FROM 1 BY 1 UNTIL WS-Wof-Idx > WS-Wor-Reason-Count
    IF WS-Wof-Reason-Rows(WS-Wof-Idx) > 0 THEN
        MOVE WS-Wof-Reason-Amount(WS-Wof-Idx) TO WS-Money-Disp
        MOVE SPACES TO Book-Line
        STRING '    ' DELIMITED BY SIZE
            WS-Wor-Reason-Code(WS-Wof-Idx) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-Wor-Reason-Desc(WS-Wof-Idx) DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            WS-Wof-Reason-Rows(WS-Wof-Idx) DELIMITED BY SIZE
            '  $' DELIMITED BY SIZE
            WS-Money-Disp DELIMITED BY SIZE
            INTO Book-Line
        WRITE Book-Line AFTER ADVANCING 1 LINES
    END-IF
END-PERFORM.

SECTION-BALANCING-SECT.
PERFORM NEW-PAGE-SECT.
MOVE 'SECTION 5 - BALANCING STATUS' TO Book-Line.
WRITE Book-Line AFTER ADVANCING 1 LINES.
MOVE "N" TO WS-File-EOF-Flag.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-ACCOUNTING-EXPORT.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Acct-Export-File.
IF WS-Acct-Export-Status = "00" THEN
    PERFORM UNTIL File-EOF
END-IF.
WRITE Book-Line AFTER ADVANCING 1 LINES.

SECTION-AS-CLOSED-SECT.
PERFORM NEW-PAGE-SECT.
MOVE 'SECTION 6 - AS CLOSED VS AS CURRENTLY STATED' TO Book-Line.
WRITE Book-Line AFTER ADVANCING 1 LINES.
SET Snap-Compare TO TRUE.
MOVE WS-Report-Period TO WS-Snap-Period.
CALL 'WTM-SNAPSHOT' USING WS-Snap-Function, WS-Snap-Period, WS-Snap-Result.
IF NOT Snap-Done THEN
    MOVE '  No close snapshot for this period - it is still open, or was closed before snapshots were kept.' TO Book-Line
    WRITE Book-Line AFTER ADVANCING 1 LINES
    EXIT PARAGRAPH
END-IF.
MOVE SPACES TO Book-Line.
STRING '  Closed ' DELIMITED BY SIZE
    WS-Snap-Close-Stamp(1:8) DELIMITED BY SIZE
    ' at ' DELIMITED BY SIZE
    WS-Snap-Close-Stamp(9:6) DELIMITED BY SIZE
    ' by ' DELIMITED BY SIZE
    WS-Snap-Close-Operator DELIMITED BY SIZE
    INTO Book-Line.
WRITE Book-Line AFTER ADVANCING 1 LINES.
MOVE '                              AS CLOSED    AS CURRENTLY STATED          DIFFERENCE' TO Book-Line.
WRITE Book-Line AFTER ADVANCING 2 LINES.
MOVE 'History runs' TO WS-Asc-Label.
MOVE WS-Snap-Closed-Runs TO WS-Asc-Closed.
MOVE WS-Snap-Current-Runs TO WS-Asc-Current.
PERFORM WRITE-AS-CLOSED-TOTAL-SECT.
MOVE 'Salary' TO WS-Asc-Label.
MOVE WS-Snap-Closed-Salary TO WS-Asc-Closed.
MOVE WS-Snap-Current-Salary TO WS-Asc-Current.
PERFORM WRITE-AS-CLOSED-TOTAL-SECT.
MOVE 'Planned spend' TO WS-Asc-Label.
MOVE WS-Snap-Closed-Plan TO WS-Asc-Closed.
MOVE WS-Snap-Current-Plan TO WS-Asc-Current.
PERFORM WRITE-AS-CLOSED-TOTAL-SECT.
MOVE 'Deficit ledger' TO WS-Asc-Label.
MOVE WS-Snap-Closed-Ledger TO WS-Asc-Closed.
MOVE WS-Snap-Current-Ledger TO WS-Asc-Current.
PERFORM WRITE-AS-CLOSED-TOTAL-SECT.
MOVE 'Export records' TO WS-Asc-Label.
MOVE WS-Snap-Closed-Exports TO WS-Asc-Closed.
MOVE WS-Snap-Current-Exports TO WS-Asc-Current.
PERFORM WRITE-AS-CLOSED-TOTAL-SECT.
MOVE 'Export salary' TO WS-Asc-Label.
MOVE WS-Snap-Closed-Exp-Salary TO WS-Asc-Closed.
MOVE WS-Snap-Current-Exp-Salary TO WS-Asc-Current.
PERFORM WRITE-AS-CLOSED-TOTAL-SECT.
IF WS-Snap-Diff-Count = 0 THEN
    MOVE '  Unchanged since the close - the period stands as accounting was given it.' TO Book-Line
    WRITE Book-Line AFTER ADVANCING 2 LINES
    EXIT PARAGRAPH
END-IF.
MOVE WS-Snap-Diff-Count TO WS-Asc-Count-Disp.
MOVE SPACES TO Book-Line.
STRING '  RESTATED SINCE CLOSE - ' DELIMITED BY SIZE
    FUNCTION TRIM(WS-Asc-Count-Disp) DELIMITED BY SIZE
    ' difference(s):' DELIMITED BY SIZE
    INTO Book-Line.
WRITE Book-Line AFTER ADVANCING 2 LINES.
MOVE '  KIND    CHANGE    EMPLOYEE  RUN ID / DATE                  AS CLOSED    AS CURRENTLY STATED' TO Book-Line.
WRITE Book-Line AFTER ADVANCING 1 LINES.
PERFORM VARYING WS-Asc-Idx FROM 1 BY 1 UNTIL (WS-Asc-Idx > WS-Snap-Diff-Count) OR (WS-Asc-Idx > 100)
    EVALUATE WS-Snap-Diff-Change(WS-Asc-Idx)
        WHEN "R" MOVE 'REMOVED  ' TO WS-Asc-Change-Text
        WHEN "A" MOVE 'ADDED    ' TO WS-Asc-Change-Text
        WHEN OTHER MOVE 'CHANGED  ' TO WS-Asc-Change-Text
    END-EVALUATE
    MOVE WS-Snap-Diff-Closed(WS-Asc-Idx) TO WS-Asc-Closed-Disp
    MOVE WS-Snap-Diff-Current(WS-Asc-Idx) TO WS-Asc-Current-Disp
    MOVE SPACES TO Book-Line
    STRING '  ' DELIMITED BY SIZE
        WS-Snap-Diff-Kind(WS-Asc-Idx) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-Asc-Change-Text DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-Snap-Diff-Employee(WS-Asc-Idx) DELIMITED BY SIZE
        '    ' DELIMITED BY SIZE
        WS-Snap-Diff-Key(WS-Asc-Idx) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-Asc-Closed-Disp DELIMITED BY SIZE
        '    ' DELIMITED BY SIZE
        WS-Asc-Current-Disp DELIMITED BY SIZE
        INTO Book-Line
    WRITE Book-Line AFTER ADVANCING 1 LINES
END-PERFORM.
IF WS-Snap-Diff-Count > 100 THEN
    COMPUTE WS-Asc-Count-Disp = WS-Snap-Diff-Count - 100
    MOVE SPACES TO Book-Line
    STRING '  ... and ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-Asc-Count-Disp) DELIMITED BY SIZE
        ' more difference(s) not listed.' DELIMITED BY SIZE
        INTO Book-Line
    WRITE Book-Line AFTER ADVANCING 1 LINES
END-IF.
IF Snap-Table-Overflow THEN
    MOVE '  Warning: the period is too large to compare in full - the listing is incomplete.' TO Book-Line
    WRITE Book-Line AFTER ADVANCING 1 LINES
END-IF.

WRITE-AS-CLOSED-TOTAL-SECT.
COMPUTE WS-Asc-Diff = WS-Asc-Current - WS-Asc-Closed.
MOVE SPACES TO Book-Line.
MOVE WS-Asc-Closed TO WS-Asc-Closed-Disp.
MOVE WS-Asc-Current TO WS-Asc-Current-Disp.
MOVE WS-Asc-Diff TO WS-Money-Disp.
STRING '  ' DELIMITED BY SIZE
    WS-Asc-Label DELIMITED BY SIZE
    '  ' DELIMITED BY SIZE
    WS-Asc-Closed-Disp DELIMITED BY SIZE
    '        ' DELIMITED BY SIZE
    WS-Asc-Current-Disp DELIMITED BY SIZE
    '    ' DELIMITED BY SIZE
    WS-Money-Disp DELIMITED BY SIZE
    INTO Book-Line.
WRITE Book-Line AFTER ADVANCING 1 LINES.

WRITE-CATALOG-ENTRY-SECT.
OPEN EXTEND Report-Catalog-File.
IF WS-Report-Catalog-Status = "35" THEN
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

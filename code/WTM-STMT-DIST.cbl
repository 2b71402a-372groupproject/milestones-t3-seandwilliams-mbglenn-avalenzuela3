*> one statement page per employee in the pair. Every bundle is
*> cataloged on WTM-REPORT-CATALOG.DAT under the BUNDLE family so
*> WTM-GENCLEAN ages the generations off like the other outputs.
*> Salary and Extra are banded unless the signed-on operator is a
*> supervisor or admin (WTM-FIGURE-MASK); each employee bundled
*> unmasked is recorded on WTM-ACCESS-LOG.DAT.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-STMT-DIST.

01 WS-Test-Numval PIC S9(8).
01 WS-Input-Valid PIC X VALUE "N".
    88 Input-Valid VALUE "Y".
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".
    COPY "WTM-FIGURE-MASK.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
    END-IF
END-PERFORM.
PERFORM LOAD-ASSIGN-HISTORY-SECT.
MOVE 'WTM-STMT-DIST' TO WS-Mask-View.
SET Mask-Begin TO TRUE.
PERFORM CALL-FIGURE-MASK-SECT.
PERFORM BUILD-COMBO-LIST-SECT.
IF WS-Combo-Count = 0 THEN
    DISPLAY 'No history records found for ', WS-Statement-Year, ' - no bundles to produce.'

BUILD-COMBO-LIST-SECT.
MOVE 0 TO WS-Combo-Count.
SET File-Ctl-Verify TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Budget-History-File.
IF WS-Budget-History-Status NOT = "00" THEN
    DISPLAY 'BUNDLES: could not open BUDGET-HISTORY.DAT, file status ', WS-Budget-History-Status
*> Distinct employees of the current company/department pair, in
*> first-seen order - one statement page each.
MOVE 0 TO WS-Listed-Count.
SET File-Ctl-Verify TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Budget-History-File.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF

WRITE-ONE-STATEMENT-SECT.
ADD 1 TO WS-Pages-This-Bundle.
MOVE WS-Current-Employee TO WS-Mask-Employee-ID.
SET Mask-View TO TRUE.
PERFORM CALL-FIGURE-MASK-SECT.
MOVE SPACES TO Bundle-Line.
STRING 'ANNUAL STATEMENT ' DELIMITED BY SIZE
    WS-Statement-Year DELIMITED BY SIZE
WRITE Bundle-Line AFTER ADVANCING PAGE.
MOVE 'PERIOD  SALARY           RENT            BILLS           FOOD            EXTRA' TO Bundle-Line.
WRITE Bundle-Line AFTER ADVANCING 1 LINES.
SET File-Ctl-Verify TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Budget-History-File.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF

WRITE-ONE-RUN-LINE-SECT.
COMPUTE WS-Record-Expenses = Hist-Rent + Hist-Bills + Hist-Food + Hist-Travel + Hist-Taxes + Hist-Insurance.
IF (Hist-Layout-Version IS NUMERIC) AND (Hist-Layout-Version >= 12) AND (Hist-Garnishments IS NUMERIC) THEN
    ADD Hist-Garnishments TO WS-Record-Expenses
END-IF.
COMPUTE WS-Hist-Extra = Hist-Salary - WS-Record-Expenses.
IF WS-Hist-Extra < 0 THEN
    MOVE 0 TO WS-Hist-Extra
END-IF.
MOVE SPACES TO Bundle-Line.
MOVE Hist-Period TO Bundle-Line(1:6).
MOVE Hist-Salary TO WS-Mask-Amount.
PERFORM FORMAT-FIGURE-SECT.
MOVE WS-Mask-Text TO Bundle-Line(9:15).
MOVE Hist-Rent TO WS-Money-Disp.
MOVE WS-Money-Disp TO Bundle-Line(26:15).
MOVE Hist-Bills TO WS-Money-Disp.
MOVE WS-Money-Disp TO Bundle-Line(42:15).
MOVE Hist-Food TO WS-Money-Disp.
MOVE WS-Money-Disp TO Bundle-Line(58:15).
MOVE WS-Hist-Extra TO WS-Mask-Amount.
PERFORM FORMAT-FIGURE-SECT.
MOVE WS-Mask-Text TO Bundle-Line(74:15).
WRITE Bundle-Line AFTER ADVANCING 1 LINES.

WRITE-CATALOG-ENTRY-SECT.
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

FORMAT-FIGURE-SECT.
SET Mask-Format TO TRUE.
PERFORM CALL-FIGURE-MASK-SECT.

CALL-FIGURE-MASK-SECT.
CALL 'WTM-FIGURE-MASK' USING WS-Mask-Function, WS-Mask-View, WS-Mask-Employee-ID,
    WS-Mask-Amount, WS-Mask-Result, WS-Mask-Text.

01 WS-Numeric-Input PIC X(8).
01 WS-Input-Valid PIC X VALUE "N".
    88 Input-Valid VALUE "Y".
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".
    COPY "WTM-FEED-CHECK.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
END-IF.

LOAD-FEED-SECT.
SET Feed-Chk-Check TO TRUE.
MOVE 'WTM-TXN-FEED.CSV' TO WS-Feed-Chk-Name.
MOVE 0 TO WS-Feed-Chk-Key-Start.
MOVE 0 TO WS-Feed-Chk-Key-Length.
CALL 'WTM-FEEDCHECK' USING WS-Feed-Chk-Function, WS-Feed-Chk-Name, WS-Feed-Chk-Key-Start,
    WS-Feed-Chk-Key-Length, WS-Feed-Chk-Result.
IF Feed-Chk-Duplicate THEN
    DISPLAY 'LOAD HELD: WTM-TXN-FEED.CSV has already been loaded - no transactions added.'
    MOVE 8 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
PERFORM LOAD-RULES-SECT.
OPEN INPUT Txn-Feed-File.
IF WS-Txn-Feed-Status NOT = "00" THEN
END-PERFORM.
CLOSE Txn-Feed-File.
CLOSE Transactions-File.
SET Feed-Chk-Record TO TRUE.
CALL 'WTM-FEEDCHECK' USING WS-Feed-Chk-Function, WS-Feed-Chk-Name, WS-Feed-Chk-Key-Start,
    WS-Feed-Chk-Key-Length, WS-Feed-Chk-Result.
DISPLAY 'Transaction load complete: ', WS-Rows-Loaded, ' of ', WS-Rows-Read,
    ' row(s) loaded, ', WS-Rows-Uncategorized, ' with no matching rule (category 0).'.

MOVE WS-Matched-Cat TO Txn-Cat-Num.
MOVE "N" TO Txn-Posted.
WRITE Transaction-Record.
SET Rjn-After-Image TO TRUE.
MOVE 'WTM-TRANSACTIONS.DAT' TO WS-Rjn-File-Name.
MOVE Transaction-Record TO WS-Rjn-Record.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
ADD 1 TO WS-Rows-Loaded.
IF WS-Matched-Cat = 0 THEN
    ADD 1 TO WS-Rows-Uncategorized
        MOVE "Y" TO WS-Input-Valid
    END-IF
END-PERFORM.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-ACTUALS.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
IF File-Ctl-Mismatch THEN
    DISPLAY 'POST REFUSED: WTM-ACTUALS.DAT does not agree with the file control registry -'
    DISPLAY 'rewriting it now would make the difference look sanctioned. Investigate, then re-register it in WTM-FILEREG.'
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
PERFORM ACCUMULATE-AND-MARK-SECT.
IF WS-Txns-Posted = 0 THEN
    DISPLAY 'No unposted categorized transactions for period ', WS-Post-Period, ' - nothing to post.'
END-PERFORM.
CLOSE Txn-Work-File.
CLOSE Transactions-File.
SET Rjn-File-Image TO TRUE.
MOVE 'WTM-TRANSACTIONS.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.

ACCUMULATE-ONE-TXN-SECT.
MOVE 0 TO WS-Post-Slot.
END-PERFORM.
CLOSE Actuals-Work-File.
CLOSE Actuals-File.
SET Rjn-File-Image TO TRUE.
MOVE 'WTM-ACTUALS.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
SET File-Ctl-Register TO TRUE.
MOVE 'WTM-ACTUALS.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.

APPLY-SUMS-TO-RECORD-SECT.
MOVE 0 TO WS-Post-Slot.

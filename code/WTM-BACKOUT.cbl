*> must come out. Given employee and period this utility removes the
*> run's footprint: the history record(s) and their keyed rows, the
*> income detail lines, the sub-category detail, the deficit ledger
*> movement, the garnishment ledger rows (so the run's withholdings
*> no longer count as paid against the orders), the audit rows from the run date(s) (international
*> runs), and the export
*> record(s) - marked superseded while still pending or held, or
*> reversed with an offsetting negative record when accounting has
*> already accepted them. Everything undone is written to
*> WTM-BACKOUT-JOURNAL.DAT. Supervisor-gated and writer-locked; run
*> WTM-POPBUILD afterwards so the population totals follow.
*> An employee under a legal hold in force is skipped: nothing comes
*> out, the skip is written to the backout journal, displayed with
*> the hold's reason, and raised as a LEGALHLD warning; RC is 8.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-BACKOUT.

    SELECT Deficit-Ledger-File ASSIGN TO "WTM-DEFICIT-LEDGER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Deficit-Ledger-Status.
    SELECT Garnish-Ledger-File ASSIGN TO "WTM-GARNISH-LEDGER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Garnish-Ledger-Status.
    SELECT Audit-Log-File ASSIGN TO "WTM-AUDIT-LOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Audit-Log-Status.
    05 SubD-Code          PIC X(4).
    05 SubD-Raw-Amount    PIC S9(7)V99.
    05 SubD-Yearly-Amount PIC S9(7)V99.
    05 SubD-Run-ID        PIC X(24).

FD  Deficit-Ledger-File.
    COPY "WTM-DEFICIT-LEDGER-REC.cpy".

FD  Garnish-Ledger-File.
    COPY "WTM-GARNISH-LEDGER-REC.cpy".

FD  Audit-Log-File.
    COPY "WTM-AUDIT-REC.cpy".

    COPY "WTM-ACCOUNTING-EXPORT-REC.cpy".

FD  Backout-Work-File.
01 Backout-Work-Record PIC X(512).

FD  Backout-Journal-File.
01 Backout-Journal-Record.
01 WS-Income-Detail-Status PIC XX.
01 WS-Subcat-Detail-Status PIC XX.
01 WS-Deficit-Ledger-Status PIC XX.
01 WS-Garnish-Ledger-Status PIC XX.
01 WS-Audit-Log-Status PIC XX.
01 WS-Acct-Export-Status PIC XX.
01 WS-Backout-Work-Status PIC XX.
01 WS-Input-Valid PIC X VALUE "N".
    88 Input-Valid VALUE "Y".
01 WS-Accept-Target PIC 9(6).
01 WS-Control-Refused-Flag PIC X VALUE "N".
    88 Control-Refused VALUE "Y" FALSE "N".
01 WS-Alert-Severity PIC X.
01 WS-Alert-Source PIC X(20).
01 WS-Alert-Event-Code PIC X(8).
01 WS-Alert-Text PIC X(60).
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".
    COPY "WTM-HOLD-CHECK.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY 'Enter the budget period of the mis-keyed run (YYYYMM):'.
PERFORM ACCEPT-NUMERIC-SECT.
MOVE WS-Accept-Target TO WS-Target-Period.
SET Hold-Load TO TRUE.
CALL 'WTM-HOLD-CHECK' USING WS-Hold-Function, WS-Hold-Employee-ID, WS-Hold-Result, WS-Hold-Reason.
SET Hold-Check TO TRUE.
MOVE WS-Target-ID TO WS-Hold-Employee-ID.
CALL 'WTM-HOLD-CHECK' USING WS-Hold-Function, WS-Hold-Employee-ID, WS-Hold-Result, WS-Hold-Reason.
IF Hold-Held THEN
    DISPLAY 'BACKOUT SKIPPED: employee ', WS-Target-ID, ' is under a legal hold - ', FUNCTION TRIM(WS-Hold-Reason), '.'
    DISPLAY 'Nothing was touched. The hold must be released in WTM-LEGALHOLD first.'
    IF WTM-Operator-ID = SPACES THEN
        MOVE 'UNKNOWN ' TO WS-Lock-Operator
    ELSE
        MOVE WTM-Operator-ID TO WS-Lock-Operator
    END-IF
    MOVE 'SKIPPED - LEGAL HOLD' TO WS-Journal-Action
    MOVE 0 TO WS-Rows-Removed
    PERFORM WRITE-JOURNAL-ROW-SECT
    MOVE "W" TO WS-Alert-Severity
    MOVE 'WTM-BACKOUT' TO WS-Alert-Source
    MOVE 'LEGALHLD' TO WS-Alert-Event-Code
    MOVE SPACES TO WS-Alert-Text
    STRING 'Backout for held employee ' DELIMITED BY SIZE
        WS-Target-ID DELIMITED BY SIZE
        ' refused' DELIMITED BY SIZE
        INTO WS-Alert-Text
    CALL 'WTM-ALERT' USING WS-Alert-Severity, WS-Alert-Source, WS-Alert-Event-Code, WS-Alert-Text
    MOVE 8 TO RETURN-CODE
    GOBACK
END-IF.
DISPLAY 'Every trace of employee ', WS-Target-ID, ' period ', WS-Target-Period, ' will come out.'.
DISPLAY 'Enter Y to proceed:'.
ACCEPT WS-Confirm.
    GOBACK
END-IF.
PERFORM ACQUIRE-WRITER-LOCK-SECT.
PERFORM VERIFY-CONTROLLED-FILES-SECT.
IF Control-Refused THEN
    DISPLAY 'BACKOUT REFUSED: a file above does not agree with the file control registry - rewriting it now'
    DISPLAY 'would make the difference look sanctioned. Investigate, then re-register it in WTM-FILEREG.'
    DISPLAY 'Nothing was touched.'
    PERFORM RELEASE-WRITER-LOCK-SECT
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM BACKOUT-HISTORY-SECT.
IF WS-Run-Date-Count = 0 THEN
    DISPLAY 'BACKOUT: no history record found for that employee and period - nothing to undo.'
PERFORM BACKOUT-INCOME-SECT.
PERFORM BACKOUT-SUBCAT-SECT.
PERFORM BACKOUT-LEDGER-SECT.
PERFORM BACKOUT-GARNISH-LEDGER-SECT.
PERFORM BACKOUT-AUDIT-SECT.
PERFORM BACKOUT-EXPORT-SECT.
PERFORM RELEASE-WRITER-LOCK-SECT.
    MOVE WS-Journal-Action TO Bkj-Action
    MOVE WS-Rows-Removed TO Bkj-Count
    WRITE Backout-Journal-Record
    SET Rjn-After-Image TO TRUE
    MOVE 'WTM-BACKOUT-JOURNAL.DAT' TO WS-Rjn-File-Name
    MOVE Backout-Journal-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    CLOSE Backout-Journal-File
END-IF.

VERIFY-CONTROLLED-FILES-SECT.
*> Every controlled file the backout rewrites is checked before any is
*> touched, so a refusal never leaves the run half undone.
SET Control-Refused TO FALSE.
SET File-Ctl-Verify TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
IF File-Ctl-Mismatch THEN
    SET Control-Refused TO TRUE
END-IF.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-INCOME-DETAIL.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
IF File-Ctl-Mismatch THEN
    SET Control-Refused TO TRUE
END-IF.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-DEFICIT-LEDGER.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
IF File-Ctl-Mismatch THEN
    SET Control-Refused TO TRUE
END-IF.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-GARNISH-LEDGER.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
IF File-Ctl-Mismatch THEN
    SET Control-Refused TO TRUE
END-IF.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-AUDIT-LOG.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
IF File-Ctl-Mismatch THEN
    SET Control-Refused TO TRUE
END-IF.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-ACCOUNTING-EXPORT.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
IF File-Ctl-Mismatch THEN
    SET Control-Refused TO TRUE
END-IF.

BACKOUT-HISTORY-SECT.
*> Removes the run's history rows, remembering their run dates for
*> the export and audit matches.
END-PERFORM.
CLOSE Backout-Work-File.
CLOSE Budget-History-File.
SET Rjn-File-Image TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
SET File-Ctl-Register TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
MOVE 'HISTORY ROWS REMOVED' TO WS-Journal-Action.
PERFORM WRITE-JOURNAL-ROW-SECT.
DISPLAY 'BUDGET-HISTORY.DAT: ', WS-Rows-Removed, ' row(s) removed.'.
END-PERFORM.
CLOSE Backout-Work-File.
CLOSE Income-Detail-File.
SET Rjn-File-Image TO TRUE.
MOVE 'WTM-INCOME-DETAIL.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
SET File-Ctl-Register TO TRUE.
MOVE 'WTM-INCOME-DETAIL.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
MOVE 'INCOME DETAIL REMOVED' TO WS-Journal-Action.
PERFORM WRITE-JOURNAL-ROW-SECT.
DISPLAY 'WTM-INCOME-DETAIL.DAT: ', WS-Rows-Removed, ' row(s) removed.'.
END-PERFORM.
CLOSE Backout-Work-File.
CLOSE Subcat-Detail-File.
SET Rjn-File-Image TO TRUE.
MOVE 'WTM-SUBCAT-DETAIL.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
MOVE 'SUBCAT DETAIL REMOVED' TO WS-Journal-Action.
PERFORM WRITE-JOURNAL-ROW-SECT.
DISPLAY 'WTM-SUBCAT-DETAIL.DAT: ', WS-Rows-Removed, ' row(s) removed.'.
END-PERFORM.
CLOSE Backout-Work-File.
CLOSE Deficit-Ledger-File.
SET Rjn-File-Image TO TRUE.
MOVE 'WTM-DEFICIT-LEDGER.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
SET File-Ctl-Register TO TRUE.
MOVE 'WTM-DEFICIT-LEDGER.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
MOVE 'LEDGER MOVEMENT REMOVED' TO WS-Journal-Action.
PERFORM WRITE-JOURNAL-ROW-SECT.
DISPLAY 'WTM-DEFICIT-LEDGER.DAT: ', WS-Rows-Removed, ' row(s) removed.'.

BACKOUT-GARNISH-LEDGER-SECT.
*> The run's garnishment rows come out with it, so what the orders
*> have been paid - and the caps on later withholdings - no longer
*> count money the backed-out run never took.
MOVE 0 TO WS-Rows-Removed.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Garnish-Ledger-File.
IF WS-Garnish-Ledger-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
OPEN OUTPUT Backout-Work-File.
PERFORM UNTIL File-EOF
    READ Garnish-Ledger-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (Gle-Employee-ID = WS-Target-ID) AND (Gle-Period = WS-Target-Period) THEN
                ADD 1 TO WS-Rows-Removed
            ELSE
                WRITE Backout-Work-Record FROM Garnish-Ledger-Record
            END-IF
    END-READ
END-PERFORM.
CLOSE Garnish-Ledger-File.
CLOSE Backout-Work-File.
OPEN INPUT Backout-Work-File.
OPEN OUTPUT Garnish-Ledger-File.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Backout-Work-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            MOVE Backout-Work-Record TO Garnish-Ledger-Record
            WRITE Garnish-Ledger-Record
    END-READ
END-PERFORM.
CLOSE Backout-Work-File.
CLOSE Garnish-Ledger-File.
SET Rjn-File-Image TO TRUE.
MOVE 'WTM-GARNISH-LEDGER.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
SET File-Ctl-Register TO TRUE.
MOVE 'WTM-GARNISH-LEDGER.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
MOVE 'GARNISH LEDGER ROWS REMOVED' TO WS-Journal-Action.
PERFORM WRITE-JOURNAL-ROW-SECT.
DISPLAY 'WTM-GARNISH-LEDGER.DAT: ', WS-Rows-Removed, ' row(s) removed.'.

BACKOUT-AUDIT-SECT.
*> International runs write audit rows on the run date; rows for the
*> employee dated like the removed history rows come out.
END-PERFORM.
CLOSE Backout-Work-File.
CLOSE Audit-Log-File.
SET Rjn-File-Image TO TRUE.
MOVE 'WTM-AUDIT-LOG.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
SET File-Ctl-Register TO TRUE.
MOVE 'WTM-AUDIT-LOG.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
MOVE 'AUDIT ROWS REMOVED' TO WS-Journal-Action.
PERFORM WRITE-JOURNAL-ROW-SECT.
DISPLAY 'WTM-AUDIT-LOG.DAT: ', WS-Rows-Removed, ' row(s) removed.'.
END-PERFORM.
CLOSE Backout-Work-File.
CLOSE Acct-Export-File.
SET Rjn-File-Image TO TRUE.
MOVE 'WTM-ACCOUNTING-EXPORT.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
SET File-Ctl-Register TO TRUE.
MOVE 'WTM-ACCOUNTING-EXPORT.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
MOVE WS-Exports-Superseded TO WS-Rows-Removed.
MOVE 'EXPORT ROWS SUPERSEDED' TO WS-Journal-Action.
PERFORM WRITE-JOURNAL-ROW-SECT.

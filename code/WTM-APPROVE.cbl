    COPY "WTM-ACCOUNTING-EXPORT-REC.cpy".

FD  Export-Work-File.
01 Export-Work-Record PIC X(189).

FD  Acct-Extract-File.
01 Acct-Extract-Line PIC X(189).

FD  Report-Catalog-File.
    COPY "WTM-REPORT-CATALOG-REC.cpy".
       10 WS-Que-Decision-Date PIC 9(8).
       10 WS-Que-Reason        PIC X(30).
       10 WS-Que-Decided-Now   PIC X.
       10 WS-Que-Run-ID        PIC X(24).
01 WS-Queue-Count PIC 9(3) VALUE 0.
01 WS-Queue-Overflow-Flag PIC X VALUE "N".
    88 Queue-Overflowed VALUE "Y" FALSE "N".
01 WS-Gate-Result PIC X.
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-OPERATOR-ROLE.cpy".
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
    DISPLAY 'No decisions made - the queue and export file are unchanged.'
    GOBACK
END-IF.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-ACCOUNTING-EXPORT.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
IF File-Ctl-Mismatch THEN
    DISPLAY 'APPROVE REFUSED: WTM-ACCOUNTING-EXPORT.DAT does not agree with the file control registry -'
    DISPLAY 'rewriting it now would make the difference look sanctioned. Investigate, then re-register it in WTM-FILEREG.'
    MOVE 12 TO RETURN-CODE
    DISPLAY 'No decisions were saved - the queue and export file are unchanged.'
    GOBACK
END-IF.
PERFORM ACQUIRE-WRITER-LOCK-SECT.
PERFORM REWRITE-QUEUE-SECT.
PERFORM APPLY-DECISIONS-TO-EXPORT-SECT.
                    MOVE Appr-Supervisor-ID TO WS-Que-Supervisor-ID(WS-Queue-Count)
                    MOVE Appr-Decision-Date TO WS-Que-Decision-Date(WS-Queue-Count)
                    MOVE Appr-Reason TO WS-Que-Reason(WS-Queue-Count)
                    MOVE Appr-Run-ID TO WS-Que-Run-ID(WS-Queue-Count)
                    MOVE "N" TO WS-Que-Decided-Now(WS-Queue-Count)
                    IF Appr-Pending THEN
                        ADD 1 TO WS-Pending-Count
    MOVE WS-Que-Supervisor-ID(Queue-Idx) TO Appr-Supervisor-ID
    MOVE WS-Que-Decision-Date(Queue-Idx) TO Appr-Decision-Date
    MOVE WS-Que-Reason(Queue-Idx) TO Appr-Reason
    MOVE WS-Que-Run-ID(Queue-Idx) TO Appr-Run-ID
    WRITE Approval-Record
END-PERFORM.
CLOSE Approval-Queue-File.
SET Rjn-File-Image TO TRUE.
MOVE 'WTM-APPROVAL-QUEUE.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.

APPLY-DECISIONS-TO-EXPORT-SECT.
*> Pass 1: stream the export file into a work file, releasing the
MATCH-ONE-HELD-SECT.
*> Only decisions keyed THIS session release or supersede a held
*> record - matching on the decision date broke across midnight and
*> left interrupted sessions' rows held forever. A queue entry that
*> carries a run ID matches its own export record exactly; older
*> entries fall back to employee and run date.
PERFORM VARYING Queue-Idx FROM 1 BY 1 UNTIL Queue-Idx > WS-Queue-Count
    IF (((WS-Que-Run-ID(Queue-Idx) NOT = SPACES)
            AND (WS-Que-Run-ID(Queue-Idx) = Acct-Run-ID))
        OR ((WS-Que-Run-ID(Queue-Idx) = SPACES)
            AND (WS-Que-Employee-ID(Queue-Idx) = Acct-Employee-ID)
            AND (WS-Que-Run-Date(Queue-Idx) = Acct-Export-Date)))
        AND (WS-Que-Decided-Now(Queue-Idx) = "Y") THEN
        EVALUATE WS-Que-Status(Queue-Idx)
            WHEN "A"
END-PERFORM.
CLOSE Export-Work-File.
CLOSE Acct-Export-File.
SET Rjn-File-Image TO TRUE.
MOVE 'WTM-ACCOUNTING-EXPORT.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
SET File-Ctl-Register TO TRUE.
MOVE 'WTM-ACCOUNTING-EXPORT.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.

WRITE-RELEASE-EXTRACT-SECT.
*> Released records go out in their own sealed extract, wrapped in
END-IF.
MOVE SPACES TO Acct-Extract-Line.
MOVE "D" TO Acct-Extract-Line(1:1).
MOVE Acct-Export-Record TO Acct-Extract-Line(2:187).
WRITE Acct-Extract-Line.
ADD 1 TO WS-Acct-Extract-Count.
ADD Acct-Salary TO WS-Acct-Extract-Salary-Hash.
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

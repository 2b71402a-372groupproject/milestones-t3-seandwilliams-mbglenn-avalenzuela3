*> Processes the acknowledgment file the accounting system returns
*> for every import it runs (WTM-ACCT-ACK.DAT: employee ID, export
*> date, A=accepted / R=rejected, reason, and optionally the run ID
*> the export record carried). An acknowledgment that quotes a run ID
*> is matched against WTM-ACCOUNTING-EXPORT.DAT on Acct-Run-ID; one
*> that does not falls back to Acct-Employee-ID and Acct-Export-Date.
*> The export record's ack-status byte is marked, then a list of still-unacknowledged and rejected records
*> is written to WTM-ACK-EXCEPTIONS.TXT - exactly what needs to be
*> re-sent, no guessing.
IDENTIFICATION DIVISION.
    05 Ack-Export-Date PIC 9(8).
    05 Ack-Disposition PIC X.
    05 Ack-Reason      PIC X(30).
    05 Ack-Run-ID      PIC X(24).

FD  Acct-Export-File.
    COPY "WTM-ACCOUNTING-EXPORT-REC.cpy".

FD  Export-Work-File.
01 Export-Work-Record PIC X(189).

FD  Exceptions-File.
01 Exceptions-Line PIC X(132).

WORKING-STORAGE SECTION.
01 WS-Gate-Function PIC X(20).
       10 WS-Ack-Date        PIC 9(8).
       10 WS-Ack-Disposition PIC X.
       10 WS-Ack-Used        PIC X.
       10 WS-Ack-Run-ID      PIC X(24).
01 WS-Ack-Count PIC 9(4) VALUE 0.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
    88 Writer-Lock-Held VALUE "Y" FALSE "N".
01 WS-Lock-Operator PIC X(8).
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".
    COPY "WTM-FEED-CHECK.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
SET Feed-Chk-Check TO TRUE.
MOVE 'WTM-ACCT-ACK.DAT' TO WS-Feed-Chk-Name.
MOVE 1 TO WS-Feed-Chk-Key-Start.
MOVE 14 TO WS-Feed-Chk-Key-Length.
CALL 'WTM-FEEDCHECK' USING WS-Feed-Chk-Function, WS-Feed-Chk-Name, WS-Feed-Chk-Key-Start,
    WS-Feed-Chk-Key-Length, WS-Feed-Chk-Result.
IF Feed-Chk-Duplicate THEN
    DISPLAY 'ACK HELD: WTM-ACCT-ACK.DAT has already been processed - no export has been marked.'
    MOVE 8 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM LOAD-ACK-TABLE-SECT.
IF WS-Ack-Count = 0 THEN
    DISPLAY 'No acknowledgment records found in WTM-ACCT-ACK.DAT - nothing to process.'
PERFORM RELEASE-WRITER-LOCK-SECT.
PERFORM REPORT-UNMATCHED-ACKS-SECT.
CLOSE Exceptions-File.
IF RETURN-CODE < 12 THEN
    SET Feed-Chk-Record TO TRUE
    CALL 'WTM-FEEDCHECK' USING WS-Feed-Chk-Function, WS-Feed-Chk-Name, WS-Feed-Chk-Key-Start,
        WS-Feed-Chk-Key-Length, WS-Feed-Chk-Result
END-IF.
DISPLAY 'Exports read ', WS-Exports-Read, ': accepted ', WS-Exports-Accepted,
    ', rejected ', WS-Exports-Rejected, ', still unacknowledged ', WS-Exports-Unacked, '.'.
DISPLAY 'Acknowledgments matching no export: ', WS-Acks-Unmatched, '.'.
                    MOVE Ack-Export-Date TO WS-Ack-Date(WS-Ack-Count)
                    MOVE Ack-Disposition TO WS-Ack-Disposition(WS-Ack-Count)
                    MOVE "N" TO WS-Ack-Used(WS-Ack-Count)
                    MOVE Ack-Run-ID TO WS-Ack-Run-ID(WS-Ack-Count)
                ELSE
                    DISPLAY 'ACK WARNING: more than 500 acknowledgments - process the file in two passes.'
                END-IF
*> from the matching acknowledgment, into a work file. Pass 2:
*> rewrite the live export file from the work file - the same
*> two-pass rewrite WTM-ARCHIVE uses.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-ACCOUNTING-EXPORT.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
IF File-Ctl-Mismatch THEN
    DISPLAY 'ACK REFUSED: WTM-ACCOUNTING-EXPORT.DAT does not agree with the file control registry -'
    DISPLAY 'rewriting it now would make the difference look sanctioned. Investigate, then re-register it in WTM-FILEREG.'
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
OPEN INPUT Acct-Export-File.
IF WS-Acct-Export-Status NOT = "00" THEN
    DISPLAY 'ACK: could not open WTM-ACCOUNTING-EXPORT.DAT, file status ', WS-Acct-Export-Status
END-IF.
MOVE "N" TO WS-Match-Found-Flag.
PERFORM VARYING Ack-Idx FROM 1 BY 1 UNTIL Ack-Idx > WS-Ack-Count
    IF ((WS-Ack-Run-ID(Ack-Idx) NOT = SPACES)
            AND (WS-Ack-Run-ID(Ack-Idx) = Acct-Run-ID))
        OR ((WS-Ack-Run-ID(Ack-Idx) = SPACES)
            AND (WS-Ack-Employee-ID(Ack-Idx) = Acct-Employee-ID)
            AND (WS-Ack-Date(Ack-Idx) = Acct-Export-Date)) THEN
        SET Match-Found TO TRUE
        MOVE "Y" TO WS-Ack-Used(Ack-Idx)
        IF WS-Ack-Disposition(Ack-Idx) = "A" THEN
            ' exported ' DELIMITED BY SIZE
            Acct-Export-Date DELIMITED BY SIZE
            ' - correct and re-send' DELIMITED BY SIZE
            ' run ' DELIMITED BY SIZE
            Acct-Run-ID DELIMITED BY SIZE
            INTO Exceptions-Line
        WRITE Exceptions-Line
    END-IF
                ' exported ' DELIMITED BY SIZE
                Acct-Export-Date DELIMITED BY SIZE
                ' - correct and re-send' DELIMITED BY SIZE
                ' run ' DELIMITED BY SIZE
                Acct-Run-ID DELIMITED BY SIZE
                INTO Exceptions-Line
            WRITE Exceptions-Line
        WHEN OTHER
                ' exported ' DELIMITED BY SIZE
                Acct-Export-Date DELIMITED BY SIZE
                ' - no acknowledgment on file yet' DELIMITED BY SIZE
                ' run ' DELIMITED BY SIZE
                Acct-Run-ID DELIMITED BY SIZE
                INTO Exceptions-Line
            WRITE Exceptions-Line
    END-EVALUATE
END-PERFORM.
CLOSE Export-Work-File.
CLOSE Acct-Export-File.
SET Rjn-File-Image TO TRUE.
MOVE 'WTM-ACCOUNTING-EXPORT.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
SET File-Ctl-Register TO TRUE.
MOVE 'WTM-ACCOUNTING-EXPORT.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.

REPORT-UNMATCHED-ACKS-SECT.
PERFORM VARYING Ack-Idx FROM 1 BY 1 UNTIL Ack-Idx > WS-Ack-Count
            ' dated ' DELIMITED BY SIZE
            WS-Ack-Date(Ack-Idx) DELIMITED BY SIZE
            ' - accounting acknowledged a record we did not send' DELIMITED BY SIZE
            ' run ' DELIMITED BY SIZE
            WS-Ack-Run-ID(Ack-Idx) DELIMITED BY SIZE
            INTO Exceptions-Line
        WRITE Exceptions-Line
    END-IF

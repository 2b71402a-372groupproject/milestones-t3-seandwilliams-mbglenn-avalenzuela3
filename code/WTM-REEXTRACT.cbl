*> resets the selected records to pending on the live export file
*> (under the writer lock), and catalogs the generation - closing the
*> loop the acknowledgment processing opened. Held (H) and superseded
*> records never qualify. Also runs as a queued job request
*> (WTM-JOBREQ), with the age taken from the request.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-REEXTRACT.

    COPY "WTM-ACCOUNTING-EXPORT-REC.cpy".

FD  Export-Work-File.
01 Export-Work-Record PIC X(189).

FD  Acct-Extract-File.
01 Acct-Extract-Line PIC X(189).

FD  Report-Catalog-File.
    COPY "WTM-REPORT-CATALOG-REC.cpy".
    88 Writer-Lock-Held VALUE "Y" FALSE "N".
01 WS-Lock-Operator PIC X(8).
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".
    COPY "WTM-JOB-PARMS.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
MOVE "N" TO WS-Input-Valid.
IF WTM-Job-Requested THEN
    IF (WTM-Jp-Rex-Age-Days IS NUMERIC) AND (WTM-Jp-Rex-Age-Days > 0) THEN
        MOVE WTM-Jp-Rex-Age-Days TO WS-Age-Days
    END-IF
    MOVE "Y" TO WS-Input-Valid
    DISPLAY 'Job request ', WTM-Job-Request-No, ': re-sending records unacknowledged over ', WS-Age-Days, ' day(s).'
ELSE
    DISPLAY 'Unacknowledged records older than how many days should be re-sent? (0 = default 7):'
END-IF.
PERFORM UNTIL Input-Valid
    ACCEPT WS-Numeric-Input
    MOVE FUNCTION TEST-NUMVAL(WS-Numeric-Input) TO WS-Test-Numval
*> the re-extract and resetting their status, into a work file.
*> Pass 2: rewrite the live export file from the work file.
MOVE "N" TO WS-File-EOF-Flag.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-ACCOUNTING-EXPORT.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
IF File-Ctl-Mismatch THEN
    DISPLAY 'REEXTRACT REFUSED: WTM-ACCOUNTING-EXPORT.DAT does not agree with the file control registry -'
    DISPLAY 'rewriting it now would make the difference look sanctioned. Investigate, then re-register it in WTM-FILEREG.'
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
OPEN INPUT Acct-Export-File.
IF WS-Acct-Export-Status NOT = "00" THEN
    DISPLAY 'REEXTRACT: could not open WTM-ACCOUNTING-EXPORT.DAT, file status ', WS-Acct-Export-Status
END-PERFORM.
CLOSE Export-Work-File.
CLOSE Acct-Export-File.
SET Rjn-File-Image TO TRUE.
MOVE 'WTM-ACCOUNTING-EXPORT.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
SET File-Ctl-Register TO TRUE.
MOVE 'WTM-ACCOUNTING-EXPORT.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.

JUDGE-ONE-EXPORT-SECT.
MOVE "N" TO WS-Select-This-Flag.
IF Acct-Extract-Open THEN
    MOVE SPACES TO Acct-Extract-Line
    MOVE "D" TO Acct-Extract-Line(1:1)
    MOVE Acct-Export-Record TO Acct-Extract-Line(2:187)
    WRITE Acct-Extract-Line
    ADD 1 TO WS-Acct-Extract-Count
    ADD Acct-Salary TO WS-Acct-Extract-Salary-Hash
    MOVE FUNCTION CURRENT-DATE(1:8) TO Gen-Date
    MOVE WS-Acct-Extract-Count TO Gen-Record-Count
    PERFORM WRITE-CATALOG-ENTRY-SECT
    IF WTM-Job-Requested THEN
        MOVE WS-Acct-Extract-Name TO WTM-Job-Output-File
    END-IF
ELSE
    DISPLAY 'Nothing qualified for re-extraction.'
END-IF.
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

    05 Raw-Tax-Percent       PIC X(9).
    05 Raw-Start-Day         PIC X(2).
    05 Raw-Stop-Day          PIC X(2).
    05 Raw-Adults            PIC X(2).
    05 Raw-Dependents        PIC X(2).

FD  Batch-Validated-File.
    COPY "WTM-BATCH-INPUT-REC.cpy".

FD  Batch-Rejects-File.
01 Batch-Reject-Record.
    05 Reject-Input-Image   PIC X(78).
    05 FILLER               PIC X VALUE SPACE.
    05 Reject-Reasons       PIC X(28).
    05 Reject-Recycle-Count PIC 9(2).
01 WS-Work-Tax-Raw PIC X(9).
01 WS-Work-Tax-Num REDEFINES WS-Work-Tax-Raw PIC 9(7)V99.
01 WS-Work-Employee-ID PIC 9(6).
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".
    COPY "WTM-FEED-CHECK.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.

EDIT-ONE-SOURCE-SECT.
MOVE WS-Src-Name(WS-Src-Idx) TO WS-Batch-Raw-Name.
SET Feed-Chk-Check TO TRUE.
MOVE WS-Batch-Raw-Name TO WS-Feed-Chk-Name.
MOVE 1 TO WS-Feed-Chk-Key-Start.
MOVE 6 TO WS-Feed-Chk-Key-Length.
CALL 'WTM-FEEDCHECK' USING WS-Feed-Chk-Function, WS-Feed-Chk-Name, WS-Feed-Chk-Key-Start,
    WS-Feed-Chk-Key-Length, WS-Feed-Chk-Result.
IF Feed-Chk-Duplicate THEN
    MOVE SPACES TO Edit-Report-Line
    STRING 'SOURCE ' DELIMITED BY SIZE
        WS-Src-Tag(WS-Src-Idx) DELIMITED BY SIZE
        ' HELD - duplicate feed, file ' DELIMITED BY SIZE
        WS-Batch-Raw-Name DELIMITED BY SPACE
        INTO Edit-Report-Line
    WRITE Edit-Report-Line
    MOVE 'HELD    ' TO Run-End-Status
    PERFORM WRITE-SOURCE-RUN-CONTROL-SECT
    IF RETURN-CODE < 8 THEN
        MOVE 8 TO RETURN-CODE
    END-IF
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-Batch-EOF-Flag.
OPEN INPUT Batch-Raw-File.
IF WS-Batch-Raw-Status NOT = "00" THEN
DISPLAY Edit-Report-Line(1:70).
MOVE 'NORMAL  ' TO Run-End-Status.
PERFORM WRITE-SOURCE-RUN-CONTROL-SECT.
SET Feed-Chk-Record TO TRUE.
CALL 'WTM-FEEDCHECK' USING WS-Feed-Chk-Function, WS-Feed-Chk-Name, WS-Feed-Chk-Key-Start,
    WS-Feed-Chk-Key-Length, WS-Feed-Chk-Result.

WRITE-SOURCE-RUN-CONTROL-SECT.
*> One run-control row per source, the program name carrying the
    MOVE WS-Src-Clean(WS-Src-Idx) TO Run-Processed-Count
    MOVE WS-Src-Rejected(WS-Src-Idx) TO Run-Rejected-Count
    WRITE Run-Control-Record
    SET Rjn-After-Image TO TRUE
    MOVE 'WTM-RUN-CONTROL.DAT' TO WS-Rjn-File-Name
    MOVE Run-Control-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    CLOSE Run-Control-File
END-IF.


LOAD-EMPLOYEE-MASTER-SECT.
MOVE 0 TO WS-Employee-Master-Count.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-EMPLOYEE-MASTER.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Employee-Master-File.
IF WS-Employee-Master-Status = "00" THEN
    PERFORM UNTIL WS-Employee-Master-Status NOT = "00"
        MOVE 0 TO Batch-Start-Day
        MOVE 0 TO Batch-Stop-Day
    END-IF
    IF (Raw-Adults IS NUMERIC) AND (Raw-Dependents IS NUMERIC) THEN
        MOVE Raw-Adults TO Batch-Adults
        MOVE Raw-Dependents TO Batch-Dependents
    ELSE
        MOVE 0 TO Batch-Adults
        MOVE 0 TO Batch-Dependents
    END-IF
    WRITE Batch-Input-Record
ELSE
    ADD 1 TO WS-Records-Rejected

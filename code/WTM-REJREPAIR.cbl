FILE SECTION.
FD  Batch-Rejects-File.
01 Batch-Reject-Record.
    05 Reject-Input-Image   PIC X(78).
    05 FILLER               PIC X.
    05 Reject-Reasons       PIC X(28).
    05 Reject-Recycle-Count PIC X(2).
    88 Brackets-Loaded VALUE "Y" FALSE "N".
01 WS-Reject-Table.
    05 WS-Rej-Entry OCCURS 200 TIMES.
       10 WS-Rej-Image   PIC X(78).
       10 WS-Rej-Reasons PIC X(28).
       10 WS-Rej-Recycle PIC 9(2).
       10 WS-Rej-Source  PIC X(8).
    05 Img-Tax-Percent      PIC X(9).
    05 Img-Start-Day        PIC X(2).
    05 Img-Stop-Day         PIC X(2).
    05 Img-Adults           PIC X(2).
    05 Img-Dependents       PIC X(2).
01 WS-Employee-Master-Table.
    05 WS-Empl-Entry OCCURS 500 TIMES INDEXED BY Empl-Idx.
       10 WS-Empl-ID        PIC 9(6).
01 WS-Salary-Edit-X REDEFINES WS-Salary-Edit PIC X(10).
01 WS-ID-Edit PIC 9(6).
01 WS-ID-Edit-X REDEFINES WS-ID-Edit PIC X(6).
    COPY "WTM-FILE-CTL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.

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
    IF (Img-Adults IS NUMERIC) AND (Img-Dependents IS NUMERIC) THEN
        MOVE Img-Adults TO Batch-Adults
        MOVE Img-Dependents TO Batch-Dependents
    ELSE
        MOVE 0 TO Batch-Adults
        MOVE 0 TO Batch-Dependents
    END-IF
    WRITE Batch-Input-Record
    MOVE "F" TO WS-Rej-Outcome(WS-Rej-Idx)
    ADD 1 TO WS-Fixed-Count

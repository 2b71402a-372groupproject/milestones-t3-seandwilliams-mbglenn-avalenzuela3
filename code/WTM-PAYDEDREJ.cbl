*> Payroll savings deduction reject processing. Payroll answers each
*> WTM-PAYDED file with the lines it could not apply
*> (WTM-PAYDED-REJECTS.DAT: employee ID, the file name it came on,
*> the action and amount as sent, payroll's reason code and text).
*> Each reject is matched to its line on WTM-PAYDED-SENT.DAT by
*> employee and file name and the line is marked rejected, so the
*> next WTM-PAYDEDOUT file flags the employee against what payroll
*> really holds - a rejected add goes again as an add. Every reject,
*> and any that match no line of the last file sent, is listed on
*> WTM-PAYDED-EXCEPT.TXT with the employee's name for follow-up.
*> The reject file is fingerprinted through WTM-FEEDCHECK, so the
*> same response is never processed twice.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-PAYDEDREJ.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Reject-File ASSIGN TO "WTM-PAYDED-REJECTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Reject-Status.
    SELECT Payded-Sent-File ASSIGN TO "WTM-PAYDED-SENT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Payded-Sent-Status.
    SELECT Employee-Master-File ASSIGN TO "WTM-EMPLOYEE-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Employee-Master-Status.
    SELECT Exceptions-File ASSIGN TO "WTM-PAYDED-EXCEPT.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Exceptions-Status.

DATA DIVISION.
FILE SECTION.
FD  Reject-File.
01 Reject-Record.
    05 Prj-Employee-ID PIC 9(6).
    05 Prj-File-Name   PIC X(40).
    05 Prj-Action      PIC X.
    05 Prj-Amount      PIC 9(7)V99.
    05 Prj-Reason-Code PIC X(4).
    05 Prj-Reason      PIC X(30).

FD  Payded-Sent-File.
    COPY "WTM-PAYDED-SENT-REC.cpy".

FD  Employee-Master-File.
    COPY "WTM-EMPLOYEE-MASTER-REC.cpy".

FD  Exceptions-File.
01 Exceptions-Line PIC X(120).

WORKING-STORAGE SECTION.
01 WS-Gate-Function PIC X(20).
01 WS-Gate-Role PIC X.
01 WS-Gate-Result PIC X.
    88 Gate-Granted VALUE "G" FALSE "D".
01 WS-Reject-Status PIC XX.
01 WS-Payded-Sent-Status PIC XX.
01 WS-Employee-Master-Status PIC XX.
01 WS-Exceptions-Status PIC XX.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
*> The last file sent, held whole so the marked lines can be
*> written back.
01 WS-Sent-Table.
    05 WS-Sent-Row PIC X(85) OCCURS 500 TIMES.
01 WS-Sent-Count PIC 9(3) VALUE 0.
01 WS-Sent-Idx PIC 9(3).
01 WS-Sent-Slot PIC 9(3).
01 WS-Rejects-Read PIC 9(5) VALUE 0.
01 WS-Rejects-Matched PIC 9(5) VALUE 0.
01 WS-Rejects-Unmatched PIC 9(5) VALUE 0.
01 WS-Work-Name PIC X(30).
01 WS-Next-Step PIC X(40).
01 WS-Amount-Disp PIC Z,ZZZ,ZZ9.99.
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-JOURNAL.cpy".
    COPY "WTM-FEED-CHECK.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '---------------------- WTM PAYROLL SAVINGS DEDUCTION REJECTS -------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
*> Protected function: marking a line rejected changes what the next
*> payroll file sends, so it requires the supervisor role whether
*> launched from the console or the command line.
MOVE 'WTM-PAYDEDREJ' TO WS-Gate-Function.
MOVE "S" TO WS-Gate-Role.
CALL 'WTM-ROLE-GATE' USING WS-Gate-Function, WS-Gate-Role, WS-Gate-Result.
IF NOT Gate-Granted THEN
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
SET Feed-Chk-Check TO TRUE.
MOVE 'WTM-PAYDED-REJECTS.DAT' TO WS-Feed-Chk-Name.
MOVE 1 TO WS-Feed-Chk-Key-Start.
MOVE 6 TO WS-Feed-Chk-Key-Length.
CALL 'WTM-FEEDCHECK' USING WS-Feed-Chk-Function, WS-Feed-Chk-Name, WS-Feed-Chk-Key-Start,
    WS-Feed-Chk-Key-Length, WS-Feed-Chk-Result.
IF Feed-Chk-Duplicate THEN
    DISPLAY 'REJECTS HELD: WTM-PAYDED-REJECTS.DAT has already been processed - no line has been marked.'
    MOVE 8 TO RETURN-CODE
    GOBACK
END-IF.
OPEN INPUT Reject-File.
IF WS-Reject-Status NOT = "00" THEN
    DISPLAY 'No WTM-PAYDED-REJECTS.DAT from payroll - nothing to process.'
    GOBACK
END-IF.
PERFORM LOAD-SENT-SECT.
OPEN OUTPUT Exceptions-File.
MOVE 'WTM PAYROLL SAVINGS DEDUCTION EXCEPTIONS - lines payroll rejected' TO Exceptions-Line.
PERFORM WRITE-LINE-SECT.
MOVE 'EMPLOYEE  NAME                            FILE                     ACTION  AMOUNT        REASON' TO Exceptions-Line.
PERFORM WRITE-LINE-SECT.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Reject-File
        AT END SET File-EOF TO TRUE
        NOT AT END PERFORM PROCESS-REJECT-SECT
    END-READ
END-PERFORM.
CLOSE Reject-File.
IF WS-Rejects-Matched > 0 THEN
    PERFORM REWRITE-SENT-SECT
END-IF.
MOVE SPACES TO Exceptions-Line.
STRING WS-Rejects-Read DELIMITED BY SIZE
    ' reject(s) read: ' DELIMITED BY SIZE
    WS-Rejects-Matched DELIMITED BY SIZE
    ' marked on the last file sent, ' DELIMITED BY SIZE
    WS-Rejects-Unmatched DELIMITED BY SIZE
    ' matching no line of it.' DELIMITED BY SIZE
    INTO Exceptions-Line.
PERFORM WRITE-LINE-SECT.
CLOSE Exceptions-File.
IF RETURN-CODE < 12 THEN
    SET Feed-Chk-Record TO TRUE
    CALL 'WTM-FEEDCHECK' USING WS-Feed-Chk-Function, WS-Feed-Chk-Name, WS-Feed-Chk-Key-Start,
        WS-Feed-Chk-Key-Length, WS-Feed-Chk-Result
END-IF.
IF (RETURN-CODE < 4) AND (WS-Rejects-Read > 0) THEN
    MOVE 4 TO RETURN-CODE
END-IF.
DISPLAY 'Exception list written to WTM-PAYDED-EXCEPT.TXT.'.
GOBACK.

LOAD-SENT-SECT.
MOVE 0 TO WS-Sent-Count.
OPEN INPUT Payded-Sent-File.
IF WS-Payded-Sent-Status NOT = "00" THEN
    DISPLAY 'WARNING: no WTM-PAYDED-SENT.DAT - no payroll file has been sent, so no reject can be matched.'
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Payded-Sent-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF WS-Sent-Count < 500 THEN
                ADD 1 TO WS-Sent-Count
                MOVE Payded-Sent-Record TO WS-Sent-Row(WS-Sent-Count)
            END-IF
    END-READ
END-PERFORM.
CLOSE Payded-Sent-File.
MOVE "N" TO WS-File-EOF-Flag.

PROCESS-REJECT-SECT.
ADD 1 TO WS-Rejects-Read.
MOVE 0 TO WS-Sent-Slot.
PERFORM VARYING WS-Sent-Idx FROM 1 BY 1 UNTIL (WS-Sent-Idx > WS-Sent-Count) OR (WS-Sent-Slot > 0)
    MOVE WS-Sent-Row(WS-Sent-Idx) TO Payded-Sent-Record
    IF (Pds-Employee-ID = Prj-Employee-ID) AND (Pds-File-Name = Prj-File-Name) THEN
        MOVE WS-Sent-Idx TO WS-Sent-Slot
    END-IF
END-PERFORM.
IF WS-Sent-Slot = 0 THEN
    ADD 1 TO WS-Rejects-Unmatched
    MOVE 'NOT ON THE LAST FILE SENT - CHECK' TO WS-Next-Step
ELSE
    ADD 1 TO WS-Rejects-Matched
    MOVE WS-Sent-Row(WS-Sent-Slot) TO Payded-Sent-Record
    MOVE "R" TO Pds-Status
    MOVE Prj-Reason-Code TO Pds-Reject-Code
    MOVE Payded-Sent-Record TO WS-Sent-Row(WS-Sent-Slot)
    EVALUATE TRUE
        WHEN Pds-Add
            MOVE 'NOT WITHHELD - GOES AGAIN AS AN ADD' TO WS-Next-Step
        WHEN Pds-Stop
            MOVE 'STILL WITHHELD - STOP GOES AGAIN' TO WS-Next-Step
        WHEN OTHER
            MOVE 'PRIOR AMOUNT STANDS - RE-FLAGGED' TO WS-Next-Step
    END-EVALUATE
END-IF.
PERFORM FIND-NAME-SECT.
MOVE SPACES TO Exceptions-Line.
MOVE Prj-Employee-ID TO Exceptions-Line(1:6).
MOVE WS-Work-Name TO Exceptions-Line(11:30).
MOVE Prj-File-Name TO Exceptions-Line(43:24).
MOVE Prj-Action TO Exceptions-Line(68:1).
MOVE Prj-Amount TO WS-Amount-Disp.
MOVE WS-Amount-Disp TO Exceptions-Line(74:12).
STRING Prj-Reason-Code DELIMITED BY SIZE
    ' ' DELIMITED BY SIZE
    Prj-Reason DELIMITED BY SIZE
    INTO Exceptions-Line(88:33).
PERFORM WRITE-LINE-SECT.
MOVE SPACES TO Exceptions-Line.
STRING '          -> ' DELIMITED BY SIZE
    WS-Next-Step DELIMITED BY SIZE
    INTO Exceptions-Line.
PERFORM WRITE-LINE-SECT.

FIND-NAME-SECT.
MOVE 'NOT ON THE EMPLOYEE MASTER' TO WS-Work-Name.
OPEN INPUT Employee-Master-File.
IF WS-Employee-Master-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL WS-Employee-Master-Status NOT = "00"
    READ Employee-Master-File
        AT END EXIT PERFORM
        NOT AT END
            IF Empl-ID = Prj-Employee-ID THEN
                MOVE Empl-Name TO WS-Work-Name
            END-IF
    END-READ
END-PERFORM.
CLOSE Employee-Master-File.

REWRITE-SENT-SECT.
OPEN OUTPUT Payded-Sent-File.
IF WS-Payded-Sent-Status NOT = "00" THEN
    DISPLAY 'PAYDEDREJ: could not rewrite WTM-PAYDED-SENT.DAT, file status ', WS-Payded-Sent-Status
    DISPLAY 'PAYDEDREJ: the rejects are listed but not marked - hold the next payroll file.'
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING WS-Sent-Idx FROM 1 BY 1 UNTIL WS-Sent-Idx > WS-Sent-Count
    MOVE WS-Sent-Row(WS-Sent-Idx) TO Payded-Sent-Record
    WRITE Payded-Sent-Record
END-PERFORM.
CLOSE Payded-Sent-File.
SET Rjn-File-Image TO TRUE.
MOVE 'WTM-PAYDED-SENT.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.

WRITE-LINE-SECT.
WRITE Exceptions-Line.
DISPLAY Exceptions-Line(1:110).

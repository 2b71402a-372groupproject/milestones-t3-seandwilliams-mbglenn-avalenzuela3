*> File control registry check, CALLed the way WTM-WRITER-LOCK is:
*>   CALL 'WTM-FILECTL' USING function, file-name, result
*>     function   X      'R' register - the caller has just closed a
*>                       file it wrote; its record count and hash
*>                       total become the sanctioned figures
*>                       'V' verify - the caller is about to open the
*>                       file; its figures are compared with the row
*>                       'Q' quiet verify - as V, but a mismatch is
*>                       only reported in the result (for listings)
*>     file-name  X(40)  the physical file name the caller opens
*>     result     X      'M' matched (or registered), 'N' no registry
*>                       row yet, 'X' mismatch
*> The registry is WTM-FILE-CONTROL.DAT (WTM-FILE-CONTROL-REC.cpy).
*> A mismatch is displayed with both sets of figures and raised on the
*> monitoring file as a FILECTL warning; the caller decides whether to
*> carry on or refuse. A file that does not exist counts as zero
*> records, so a deleted file is caught the same way as a truncated
*> one. A failure to read or write the registry is displayed but never
*> stops the caller.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-FILECTL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Controlled-File ASSIGN TO WS-Controlled-File-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Controlled-Status.
    SELECT File-Control-File ASSIGN TO "WTM-FILE-CONTROL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-File-Control-Status.

DATA DIVISION.
FILE SECTION.
FD  Controlled-File.
01 Controlled-Record PIC X(512).

FD  File-Control-File.
    COPY "WTM-FILE-CONTROL-REC.cpy".

WORKING-STORAGE SECTION.
01 WS-Controlled-Status PIC XX.
01 WS-File-Control-Status PIC XX.
01 WS-Controlled-File-Name PIC X(40).
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Readable-Flag PIC X VALUE "Y".
    88 File-Readable VALUE "Y" FALSE "N".
01 WS-Record-Count PIC 9(9).
01 WS-Hash-Total PIC 9(15).
01 WS-Record-Hash PIC 9(18).
01 WS-Record-Length PIC 9(3).
01 WS-Char-Idx PIC 9(3).
01 WS-Registry-Table.
    05 WS-Registry-Row PIC X(86) OCCURS 100 TIMES.
01 WS-Registry-Count PIC 9(3) VALUE 0.
01 WS-Registry-Idx PIC 9(3).
01 WS-Registry-Slot PIC 9(3).
01 WS-Alert-Severity PIC X.
01 WS-Alert-Source PIC X(20).
01 WS-Alert-Event-Code PIC X(8).
01 WS-Alert-Text PIC X(60).
    COPY "WTM-OPERATOR-ID.cpy".

LINKAGE SECTION.
01 LS-Function PIC X.
01 LS-File-Name PIC X(40).
01 LS-Result PIC X.

PROCEDURE DIVISION USING LS-Function, LS-File-Name, LS-Result.
MOVE "N" TO LS-Result.
MOVE LS-File-Name TO WS-Controlled-File-Name.
PERFORM COMPUTE-TOTALS-SECT.
IF NOT File-Readable THEN
    GOBACK
END-IF.
PERFORM LOAD-REGISTRY-SECT.
MOVE 0 TO WS-Registry-Slot.
PERFORM VARYING WS-Registry-Idx FROM 1 BY 1
    UNTIL (WS-Registry-Idx > WS-Registry-Count) OR (WS-Registry-Slot > 0)
    IF WS-Registry-Row(WS-Registry-Idx)(1:40) = WS-Controlled-File-Name THEN
        MOVE WS-Registry-Idx TO WS-Registry-Slot
    END-IF
END-PERFORM.
IF LS-Function = "R" THEN
    PERFORM REGISTER-FILE-SECT
ELSE
    PERFORM VERIFY-FILE-SECT
END-IF.
GOBACK.

COMPUTE-TOTALS-SECT.
MOVE 0 TO WS-Record-Count.
MOVE 0 TO WS-Hash-Total.
MOVE "Y" TO WS-Readable-Flag.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Controlled-File.
IF WS-Controlled-Status = "35" THEN
    EXIT PARAGRAPH
END-IF.
IF WS-Controlled-Status NOT = "00" THEN
    DISPLAY 'FILE CONTROL: could not read ', FUNCTION TRIM(WS-Controlled-File-Name), ', file status ',
        WS-Controlled-Status, ' - not checked.'
    SET File-Readable TO FALSE
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Controlled-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-Record-Count
            MOVE 0 TO WS-Record-Hash
            COMPUTE WS-Record-Length = FUNCTION STORED-CHAR-LENGTH(Controlled-Record)
            PERFORM VARYING WS-Char-Idx FROM 1 BY 1 UNTIL WS-Char-Idx > WS-Record-Length
                COMPUTE WS-Record-Hash = WS-Record-Hash
                    + (FUNCTION ORD(Controlled-Record(WS-Char-Idx:1)) * WS-Char-Idx)
            END-PERFORM
            COMPUTE WS-Hash-Total = FUNCTION MOD(WS-Hash-Total + WS-Record-Hash, 1000000000000000)
    END-READ
END-PERFORM.
CLOSE Controlled-File.
COMPUTE WS-Hash-Total = FUNCTION MOD(WS-Hash-Total + WS-Record-Count, 1000000000000000).

LOAD-REGISTRY-SECT.
MOVE 0 TO WS-Registry-Count.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT File-Control-File.
IF WS-File-Control-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ File-Control-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF WS-Registry-Count < 100 THEN
                ADD 1 TO WS-Registry-Count
                MOVE File-Control-Record TO WS-Registry-Row(WS-Registry-Count)
            END-IF
    END-READ
END-PERFORM.
CLOSE File-Control-File.

REGISTER-FILE-SECT.
IF WS-Registry-Slot = 0 THEN
    IF WS-Registry-Count >= 100 THEN
        DISPLAY 'FILE CONTROL: registry full - ', FUNCTION TRIM(WS-Controlled-File-Name), ' not registered.'
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-Registry-Count
    MOVE WS-Registry-Count TO WS-Registry-Slot
END-IF.
MOVE WS-Controlled-File-Name TO Fctl-File-Name.
MOVE WS-Record-Count TO Fctl-Record-Count.
MOVE WS-Hash-Total TO Fctl-Hash-Total.
MOVE FUNCTION CURRENT-DATE(1:14) TO Fctl-Registered-Stamp.
IF WTM-Operator-ID = SPACES THEN
    MOVE 'UNKNOWN ' TO Fctl-Registered-By
ELSE
    MOVE WTM-Operator-ID TO Fctl-Registered-By
END-IF.
MOVE File-Control-Record TO WS-Registry-Row(WS-Registry-Slot).
OPEN OUTPUT File-Control-File.
IF WS-File-Control-Status NOT = "00" THEN
    DISPLAY 'FILE CONTROL: could not rewrite WTM-FILE-CONTROL.DAT, file status ', WS-File-Control-Status
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING WS-Registry-Idx FROM 1 BY 1 UNTIL WS-Registry-Idx > WS-Registry-Count
    MOVE WS-Registry-Row(WS-Registry-Idx) TO File-Control-Record
    WRITE File-Control-Record
END-PERFORM.
CLOSE File-Control-File.
MOVE "M" TO LS-Result.

VERIFY-FILE-SECT.
IF WS-Registry-Slot = 0 THEN
    EXIT PARAGRAPH
END-IF.
MOVE WS-Registry-Row(WS-Registry-Slot) TO File-Control-Record.
IF (Fctl-Record-Count = WS-Record-Count) AND (Fctl-Hash-Total = WS-Hash-Total) THEN
    MOVE "M" TO LS-Result
    EXIT PARAGRAPH
END-IF.
MOVE "X" TO LS-Result.
IF LS-Function = "Q" THEN
    EXIT PARAGRAPH
END-IF.
DISPLAY '*** FILE CONTROL MISMATCH: ', FUNCTION TRIM(WS-Controlled-File-Name),
    ' does not agree with its last sanctioned write.'.
DISPLAY '    on file now:  ', WS-Record-Count, ' record(s), hash ', WS-Hash-Total.
DISPLAY '    registered:   ', Fctl-Record-Count, ' record(s), hash ', Fctl-Hash-Total,
    ' at ', Fctl-Registered-Stamp, ' by ', FUNCTION TRIM(Fctl-Registered-By).
DISPLAY '    The file may have been truncated, copied over, or edited by hand - see WTM-FILEREG.'.
MOVE "W" TO WS-Alert-Severity.
MOVE 'WTM-FILECTL' TO WS-Alert-Source.
MOVE 'FILECTL' TO WS-Alert-Event-Code.
MOVE SPACES TO WS-Alert-Text.
STRING FUNCTION TRIM(WS-Controlled-File-Name) DELIMITED BY SIZE
    ' differs from its control registry row' DELIMITED BY SIZE
    INTO WS-Alert-Text.
CALL 'WTM-ALERT' USING WS-Alert-Severity, WS-Alert-Source, WS-Alert-Event-Code, WS-Alert-Text.

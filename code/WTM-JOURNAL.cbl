*> After-image journal writer, CALLed the way WTM-FILECTL is:
*>   CALL 'WTM-JOURNAL' USING function, file-name, record
*>     function   X       'A' after-image - the caller has just appended
*>                        record to file-name
*>                        'I' file image - the caller has just closed
*>                        file-name after rewriting it; the whole file
*>                        is journaled as it now stands
*>     file-name  X(40)   the physical file name the caller wrote
*>     record     X(512)  the record written ('A' only)
*> Rows go to WTM-RECOVERY-JOURNAL.DAT (WTM-JOURNAL-REC.cpy), which
*> WTM-ROLLFWD replays over a restored backup set. Training copies
*> (TRAIN- names) are never journaled - nothing rolls them forward.
*> A failure to write the journal is displayed but never stops the
*> caller; the journal is not a reason to lose the work itself.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-JOURNAL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Journal-File ASSIGN TO "WTM-RECOVERY-JOURNAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Journal-Status.
    SELECT Imaged-File ASSIGN TO WS-Imaged-File-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Imaged-Status.

DATA DIVISION.
FILE SECTION.
FD  Journal-File.
    COPY "WTM-JOURNAL-REC.cpy".

FD  Imaged-File.
01 Imaged-Record PIC X(512).

WORKING-STORAGE SECTION.
01 WS-Journal-Status PIC XX.
01 WS-Imaged-Status PIC XX.
01 WS-Imaged-File-Name PIC X(40).
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Image-Count PIC 9(9).
01 WS-Journal-Stamp PIC 9(16).
01 WS-Journal-Operator PIC X(8).
    COPY "WTM-OPERATOR-ID.cpy".

LINKAGE SECTION.
01 LS-Function PIC X.
01 LS-File-Name PIC X(40).
01 LS-Record PIC X(512).

PROCEDURE DIVISION USING LS-Function, LS-File-Name, LS-Record.
IF LS-File-Name(1:6) = 'TRAIN-' THEN
    GOBACK
END-IF.
MOVE FUNCTION CURRENT-DATE(1:16) TO WS-Journal-Stamp.
IF WTM-Operator-ID = SPACES THEN
    MOVE 'UNKNOWN ' TO WS-Journal-Operator
ELSE
    MOVE WTM-Operator-ID TO WS-Journal-Operator
END-IF.
IF LS-Function = "I" THEN
    PERFORM JOURNAL-FILE-IMAGE-SECT
ELSE
    PERFORM JOURNAL-AFTER-IMAGE-SECT
END-IF.
GOBACK.

OPEN-JOURNAL-SECT.
OPEN EXTEND Journal-File.
IF WS-Journal-Status = "35" THEN
    OPEN OUTPUT Journal-File
END-IF.
IF WS-Journal-Status NOT = "00" THEN
    DISPLAY 'JOURNAL: could not write WTM-RECOVERY-JOURNAL.DAT, file status ', WS-Journal-Status,
        ' - ', FUNCTION TRIM(LS-File-Name), ' not journaled.'
END-IF.

JOURNAL-AFTER-IMAGE-SECT.
PERFORM OPEN-JOURNAL-SECT.
IF WS-Journal-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE WS-Journal-Stamp TO Rjn-Stamp.
MOVE WS-Journal-Operator TO Rjn-Operator-ID.
MOVE LS-File-Name TO Rjn-File-Name.
SET Rjn-Appended TO TRUE.
MOVE LS-Record TO Rjn-Record.
WRITE Journal-Record.
CLOSE Journal-File.

JOURNAL-FILE-IMAGE-SECT.
*> Pass 1 counts the file for the header row, so a replay can tell
*> an image cut short from a complete one; pass 2 journals each row.
MOVE LS-File-Name TO WS-Imaged-File-Name.
MOVE 0 TO WS-Image-Count.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Imaged-File.
IF WS-Imaged-Status NOT = "00" THEN
    DISPLAY 'JOURNAL: could not read ', FUNCTION TRIM(WS-Imaged-File-Name), ', file status ',
        WS-Imaged-Status, ' - not journaled.'
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Imaged-File
        AT END SET File-EOF TO TRUE
        NOT AT END ADD 1 TO WS-Image-Count
    END-READ
END-PERFORM.
CLOSE Imaged-File.
PERFORM OPEN-JOURNAL-SECT.
IF WS-Journal-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE WS-Journal-Stamp TO Rjn-Stamp.
MOVE WS-Journal-Operator TO Rjn-Operator-ID.
MOVE LS-File-Name TO Rjn-File-Name.
SET Rjn-Image-Header TO TRUE.
MOVE SPACES TO Rjn-Record.
MOVE WS-Image-Count TO Rjn-Record(1:9).
WRITE Journal-Record.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Imaged-File.
PERFORM UNTIL File-EOF
    READ Imaged-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            MOVE WS-Journal-Stamp TO Rjn-Stamp
            MOVE WS-Journal-Operator TO Rjn-Operator-ID
            MOVE LS-File-Name TO Rjn-File-Name
            SET Rjn-Image-Row TO TRUE
            MOVE Imaged-Record TO Rjn-Record
            WRITE Journal-Record
    END-READ
END-PERFORM.
CLOSE Imaged-File.
CLOSE Journal-File.

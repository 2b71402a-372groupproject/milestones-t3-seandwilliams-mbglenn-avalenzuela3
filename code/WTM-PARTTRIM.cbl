*> Partition output trim, CALLed the way WTM-FILECTL is:
*>   CALL 'WTM-PARTTRIM' USING file-name, keep-count
*>     file-name   X(40)  a partition job's -Pnn output file
*>     keep-count  9(9)   how many leading rows to keep
*> A resuming partition job cuts each of its outputs back to the rows
*> the records up to its checkpoint wrote; everything after them is
*> dropped. The file is copied to a .TMP work file of the same stem
*> and back, so partitions trimming at the same moment never share a
*> work file. A missing file is left missing (nothing to trim); any
*> other failure is displayed and leaves the file as it was.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-PARTTRIM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Trim-File ASSIGN TO WS-Trim-File-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Trim-Status.
    SELECT Trim-Work-File ASSIGN TO WS-Trim-Work-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Trim-Work-Status.

DATA DIVISION.
FILE SECTION.
FD  Trim-File.
01 Trim-Record PIC X(512).

FD  Trim-Work-File.
01 Trim-Work-Record PIC X(512).

WORKING-STORAGE SECTION.
01 WS-Trim-Status PIC XX.
01 WS-Trim-Work-Status PIC XX.
01 WS-Trim-File-Name PIC X(40).
01 WS-Trim-Work-Name PIC X(40).
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Rows-Read PIC 9(9).
01 WS-Rows-Kept PIC 9(9).
01 WS-Rows-Dropped PIC 9(9).

LINKAGE SECTION.
01 LS-File-Name PIC X(40).
01 LS-Keep-Count PIC 9(9).

PROCEDURE DIVISION USING LS-File-Name, LS-Keep-Count.
MOVE LS-File-Name TO WS-Trim-File-Name.
MOVE SPACES TO WS-Trim-Work-Name.
STRING WS-Trim-File-Name DELIMITED BY '.DAT'
    '.TMP' DELIMITED BY SIZE
    INTO WS-Trim-Work-Name.
MOVE 0 TO WS-Rows-Read.
MOVE 0 TO WS-Rows-Kept.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Trim-File.
IF WS-Trim-Status = "35" THEN
    GOBACK
END-IF.
IF WS-Trim-Status NOT = "00" THEN
    DISPLAY 'PARTTRIM: could not read ', FUNCTION TRIM(WS-Trim-File-Name), ', file status ', WS-Trim-Status,
        ' - not trimmed.'
    GOBACK
END-IF.
OPEN OUTPUT Trim-Work-File.
IF WS-Trim-Work-Status NOT = "00" THEN
    DISPLAY 'PARTTRIM: could not create ', FUNCTION TRIM(WS-Trim-Work-Name), ', file status ', WS-Trim-Work-Status,
        ' - ', FUNCTION TRIM(WS-Trim-File-Name), ' not trimmed.'
    CLOSE Trim-File
    GOBACK
END-IF.
PERFORM UNTIL File-EOF
    READ Trim-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-Rows-Read
            IF WS-Rows-Read <= LS-Keep-Count THEN
                WRITE Trim-Work-Record FROM Trim-Record
                ADD 1 TO WS-Rows-Kept
            END-IF
    END-READ
END-PERFORM.
CLOSE Trim-File.
CLOSE Trim-Work-File.
IF WS-Rows-Read = WS-Rows-Kept THEN
    GOBACK
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Trim-Work-File.
OPEN OUTPUT Trim-File.
PERFORM UNTIL File-EOF
    READ Trim-Work-File
        AT END SET File-EOF TO TRUE
        NOT AT END WRITE Trim-Record FROM Trim-Work-Record
    END-READ
END-PERFORM.
CLOSE Trim-Work-File.
CLOSE Trim-File.
COMPUTE WS-Rows-Dropped = WS-Rows-Read - WS-Rows-Kept.
DISPLAY 'PARTTRIM: ', FUNCTION TRIM(WS-Trim-File-Name), ' cut back to ', WS-Rows-Kept, ' row(s), ',
    WS-Rows-Dropped, ' dropped.'.
GOBACK.

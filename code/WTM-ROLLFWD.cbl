*> Roll-forward recovery. WTM-BACKUP can bring last night's set back,
*> but on its own everything keyed since is lost. This job restores a
*> named backup set over the live files exactly as WTM-BACKUP R does
*> (supervisor-gated, writer-locked, the set verified against its
*> manifest before a single live file is touched), then replays
*> WTM-RECOVERY-JOURNAL.DAT over it: every after-image journaled at or
*> after the set was written, up to a chosen point in time.
*>   A rows are appended to their file again
*>   I rows begin a full image of a rewritten file - the file is
*>     replaced by the R rows that follow, so records the rewrite
*>     changed or deleted come back as the rewrite left them
*> An image with fewer rows than its header promises (the journal was
*> cut short mid-image) is still applied but flagged, RC 8. Files on
*> the file control registry are re-registered once replayed, and the
*> run is logged in WTM-RUN-CONTROL.DAT like the backup itself. The
*> journal is read, never written, so a roll-forward can be repeated
*> from the same set to a different point in time.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-ROLLFWD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Copy-In-File ASSIGN TO WS-Copy-In-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Copy-In-Status.
    SELECT Copy-Out-File ASSIGN TO WS-Copy-Out-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Copy-Out-Status.
    SELECT Manifest-File ASSIGN TO WS-Manifest-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Manifest-Status.
    SELECT Journal-File ASSIGN TO "WTM-RECOVERY-JOURNAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Journal-Status.
    SELECT Target-File ASSIGN TO WS-Target-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Target-Status.
    SELECT Run-Control-File ASSIGN TO "WTM-RUN-CONTROL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Run-Control-Status.

DATA DIVISION.
FILE SECTION.
FD  Copy-In-File.
01 Copy-In-Record PIC X(512).

FD  Copy-Out-File.
01 Copy-Out-Record PIC X(512).

FD  Manifest-File.
01 Manifest-Record.
    05 Mft-File-Name    PIC X(40).
    05 Mft-Record-Count PIC 9(7).
    05 Mft-Hash-Total   PIC 9(13).

FD  Journal-File.
    COPY "WTM-JOURNAL-REC.cpy".

FD  Target-File.
01 Target-Record PIC X(512).

FD  Run-Control-File.
    COPY "WTM-RUN-CONTROL-REC.cpy".

WORKING-STORAGE SECTION.
01 WS-Copy-In-Status PIC XX.
01 WS-Copy-Out-Status PIC XX.
01 WS-Manifest-Status PIC XX.
01 WS-Journal-Status PIC XX.
01 WS-Target-Status PIC XX.
01 WS-Run-Control-Status PIC XX.
01 WS-Copy-In-Name PIC X(60).
01 WS-Copy-Out-Name PIC X(60).
01 WS-Manifest-Name PIC X(60).
01 WS-Target-Name PIC X(40).
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Set-Id-Input PIC X(20).
01 WS-Set-Id PIC X(14).
01 WS-Cutoff-Input PIC X(20).
01 WS-Cutoff-Stamp PIC 9(14) VALUE 0.
01 WS-Cutoff-Valid PIC X VALUE "N".
    88 Cutoff-Valid VALUE "Y".
01 WS-Record-Count PIC 9(7).
01 WS-Hash-Total PIC 9(13).
01 WS-Record-Length PIC 9(3).
01 WS-Manifest-Rows PIC 9(3) VALUE 0.
01 WS-Files-Restored PIC 9(3) VALUE 0.
01 WS-Verify-OK-Flag PIC X VALUE "Y".
    88 Set-Verifies VALUE "Y" FALSE "N".
01 WS-Confirm PIC X.
*> Replay state: the file currently open for replay and how.
01 WS-Target-Mode PIC X VALUE SPACE.
    88 Target-Closed    VALUE SPACE.
    88 Target-Appending VALUE "A".
    88 Target-Imaging   VALUE "I".
    88 Target-Failed    VALUE "F".
01 WS-Image-Expected PIC 9(9).
01 WS-Image-Written PIC 9(9).
01 WS-Rows-Appended PIC 9(7) VALUE 0.
01 WS-Images-Applied PIC 9(5) VALUE 0.
01 WS-Images-Short PIC 9(5) VALUE 0.
01 WS-Rows-Skipped PIC 9(7) VALUE 0.
01 WS-Last-Stamp-Applied PIC 9(16) VALUE 0.
01 WS-Touched-Table.
    05 WS-Tch-Name PIC X(40) OCCURS 80 TIMES.
01 WS-Touched-Count PIC 9(3) VALUE 0.
01 WS-Touched-Idx PIC 9(3).
01 WS-Touched-Found PIC 9(3).
01 WS-Run-Control-End-Status PIC X(8).
01 WS-Lock-Action PIC X.
01 WS-Lock-Result PIC X.
01 WS-Lock-Held-Flag PIC X VALUE "N".
    88 Writer-Lock-Held VALUE "Y" FALSE "N".
01 WS-Lock-Operator PIC X(8).
01 WS-Gate-Function PIC X(20).
01 WS-Gate-Role PIC X.
01 WS-Gate-Result PIC X.
    88 Gate-Granted VALUE "G" FALSE "D".
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '---------------------------- WTM ROLL-FORWARD RECOVERY ------------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
MOVE 'WTM-ROLLFWD' TO WS-Gate-Function.
MOVE "S" TO WS-Gate-Role.
CALL 'WTM-ROLE-GATE' USING WS-Gate-Function, WS-Gate-Role, WS-Gate-Result.
IF NOT Gate-Granted THEN
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
DISPLAY 'Enter the backup set id to restore (the YYYYMMDDHHMMSS shown when the set was written):'.
ACCEPT WS-Set-Id-Input.
MOVE WS-Set-Id-Input(1:14) TO WS-Set-Id.
MOVE SPACES TO WS-Manifest-Name.
STRING 'WTM-BACKUP-SET-' DELIMITED BY SIZE
    WS-Set-Id DELIMITED BY SIZE
    '.CTL' DELIMITED BY SIZE
    INTO WS-Manifest-Name.
PERFORM VERIFY-MANIFEST-SECT.
IF NOT Set-Verifies THEN
    DISPLAY 'ROLL-FORWARD REFUSED: the set does not verify - no live file was touched.'
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM ACCEPT-CUTOFF-SECT.
DISPLAY 'Set ', WS-Set-Id, ' verifies. The live files it covers will be OVERWRITTEN and the journal'.
IF WS-Cutoff-Stamp = 0 THEN
    DISPLAY 'replayed over them to its end.'
ELSE
    DISPLAY 'replayed over them up to ', WS-Cutoff-Stamp, '.'
END-IF.
DISPLAY 'Enter Y to proceed:'.
ACCEPT WS-Confirm.
IF (WS-Confirm NOT = "Y") AND (WS-Confirm NOT = "y") THEN
    DISPLAY 'Roll-forward cancelled - no live file was touched.'
    GOBACK
END-IF.
PERFORM ACQUIRE-WRITER-LOCK-SECT.
PERFORM RESTORE-SET-SECT.
PERFORM REPLAY-JOURNAL-SECT.
PERFORM REREGISTER-TOUCHED-SECT.
PERFORM RELEASE-WRITER-LOCK-SECT.
DISPLAY 'Restored ', WS-Files-Restored, ' file(s) from set ', WS-Set-Id, '.'.
DISPLAY 'Replayed ', WS-Rows-Appended, ' appended record(s) and ', WS-Images-Applied,
    ' rewritten-file image(s) across ', WS-Touched-Count, ' file(s).'.
IF WS-Last-Stamp-Applied > 0 THEN
    DISPLAY 'Last journal entry applied: ', WS-Last-Stamp-Applied(1:8), ' ', WS-Last-Stamp-Applied(9:6), '.'
ELSE
    DISPLAY 'No journal entries after the set - the files stand as the set left them.'
END-IF.
IF WS-Images-Short > 0 THEN
    DISPLAY 'WARNING: ', WS-Images-Short, ' image(s) were cut short in the journal - check those files.'
    MOVE 'SHORTIMG' TO WS-Run-Control-End-Status
    MOVE 8 TO RETURN-CODE
ELSE
    MOVE 'NORMAL  ' TO WS-Run-Control-End-Status
END-IF.
DISPLAY 'Run WTM-KEYFILE-BUILD so the keyed companions match the recovered flats.'.
PERFORM WRITE-RUN-CONTROL-SECT.
GOBACK.

ACCEPT-CUTOFF-SECT.
MOVE "N" TO WS-Cutoff-Valid.
PERFORM UNTIL Cutoff-Valid
    DISPLAY 'Enter the point in time to roll forward to (YYYYMMDDHHMMSS), or 0 for everything journaled:'
    ACCEPT WS-Cutoff-Input
    IF (WS-Cutoff-Input = '0') OR (WS-Cutoff-Input = SPACES) THEN
        MOVE 0 TO WS-Cutoff-Stamp
        MOVE "Y" TO WS-Cutoff-Valid
    ELSE
        IF (WS-Cutoff-Input(1:14) IS NUMERIC) AND (WS-Cutoff-Input(15:6) = SPACES) THEN
            MOVE WS-Cutoff-Input(1:14) TO WS-Cutoff-Stamp
            IF WS-Cutoff-Input(1:14) < WS-Set-Id THEN
                DISPLAY 'INPUT ERROR: that is before the backup set was written. Please re-enter.'
            ELSE
                MOVE "Y" TO WS-Cutoff-Valid
            END-IF
        ELSE
            DISPLAY 'INPUT ERROR: enter 14 digits, YYYYMMDDHHMMSS. Please re-enter.'
        END-IF
    END-IF
END-PERFORM.

VERIFY-MANIFEST-SECT.
*> The same proof WTM-BACKUP V gives: every copy is on disk and agrees
*> with its manifest row in record count and length-hash.
MOVE "Y" TO WS-Verify-OK-Flag.
MOVE 0 TO WS-Manifest-Rows.
OPEN INPUT Manifest-File.
IF WS-Manifest-Status NOT = "00" THEN
    DISPLAY 'VERIFY ERROR: manifest ', FUNCTION TRIM(WS-Manifest-Name), ' is not on disk (file status ', WS-Manifest-Status, ').'
    MOVE "N" TO WS-Verify-OK-Flag
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL WS-Manifest-Status NOT = "00"
    READ Manifest-File
        AT END EXIT PERFORM
        NOT AT END
            ADD 1 TO WS-Manifest-Rows
            MOVE SPACES TO WS-Copy-In-Name
            STRING 'WTM-BKP-' DELIMITED BY SIZE
                WS-Set-Id DELIMITED BY SIZE
                '-' DELIMITED BY SIZE
                Mft-File-Name DELIMITED BY SPACE
                INTO WS-Copy-In-Name
            PERFORM COUNT-ONLY-SECT
            IF WS-Copy-In-Status NOT = "00" AND WS-Copy-In-Status NOT = "10" THEN
                DISPLAY '  ', FUNCTION TRIM(Mft-File-Name), ': copy missing or unreadable (status ', WS-Copy-In-Status, ').'
                MOVE "N" TO WS-Verify-OK-Flag
            ELSE
                IF (WS-Record-Count NOT = Mft-Record-Count)
                    OR (WS-Hash-Total NOT = Mft-Hash-Total) THEN
                    DISPLAY '  ', FUNCTION TRIM(Mft-File-Name), ': copy disagrees with the manifest (',
                        WS-Record-Count, ' vs ', Mft-Record-Count, ' record(s)).'
                    MOVE "N" TO WS-Verify-OK-Flag
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Manifest-File.

COUNT-ONLY-SECT.
MOVE 0 TO WS-Record-Count.
MOVE 0 TO WS-Hash-Total.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Copy-In-File.
IF WS-Copy-In-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Copy-In-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-Record-Count
            COMPUTE WS-Record-Length = FUNCTION STORED-CHAR-LENGTH(Copy-In-Record)
            ADD WS-Record-Length TO WS-Hash-Total
    END-READ
END-PERFORM.
ADD WS-Record-Count TO WS-Hash-Total.
CLOSE Copy-In-File.

RESTORE-SET-SECT.
MOVE 0 TO WS-Files-Restored.
OPEN INPUT Manifest-File.
PERFORM UNTIL WS-Manifest-Status NOT = "00"
    READ Manifest-File
        AT END EXIT PERFORM
        NOT AT END
            MOVE SPACES TO WS-Copy-In-Name
            STRING 'WTM-BKP-' DELIMITED BY SIZE
                WS-Set-Id DELIMITED BY SIZE
                '-' DELIMITED BY SIZE
                Mft-File-Name DELIMITED BY SPACE
                INTO WS-Copy-In-Name
            MOVE Mft-File-Name TO WS-Copy-Out-Name
            PERFORM COPY-FILE-SECT
            ADD 1 TO WS-Files-Restored
            MOVE Mft-File-Name TO WS-Target-Name
            PERFORM NOTE-TOUCHED-SECT
    END-READ
END-PERFORM.
CLOSE Manifest-File.

COPY-FILE-SECT.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Copy-In-File.
IF WS-Copy-In-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
OPEN OUTPUT Copy-Out-File.
PERFORM UNTIL File-EOF
    READ Copy-In-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            MOVE Copy-In-Record TO Copy-Out-Record
            WRITE Copy-Out-Record
    END-READ
END-PERFORM.
CLOSE Copy-In-File.
CLOSE Copy-Out-File.

REPLAY-JOURNAL-SECT.
*> Entries stamped before the set was written are already in it;
*> entries after the cutoff are left for a later roll-forward.
MOVE "N" TO WS-File-EOF-Flag.
SET Target-Closed TO TRUE.
OPEN INPUT Journal-File.
IF WS-Journal-Status NOT = "00" THEN
    DISPLAY 'ROLLFWD: no recovery journal on disk (file status ', WS-Journal-Status, ') - nothing to replay.'
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Journal-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (Rjn-Stamp(1:14) < WS-Set-Id)
                OR ((WS-Cutoff-Stamp > 0) AND (Rjn-Stamp(1:14) > WS-Cutoff-Stamp)) THEN
                ADD 1 TO WS-Rows-Skipped
            ELSE
                PERFORM REPLAY-ONE-ENTRY-SECT
            END-IF
    END-READ
END-PERFORM.
CLOSE Journal-File.
PERFORM CLOSE-TARGET-SECT.

REPLAY-ONE-ENTRY-SECT.
EVALUATE TRUE
    WHEN Rjn-Image-Header
        PERFORM CLOSE-TARGET-SECT
        MOVE Rjn-File-Name TO WS-Target-Name
        OPEN OUTPUT Target-File
        IF WS-Target-Status NOT = "00" THEN
            DISPLAY 'ROLLFWD: could not rewrite ', FUNCTION TRIM(WS-Target-Name), ', file status ',
                WS-Target-Status, ' - image skipped.'
            SET Target-Failed TO TRUE
            MOVE 8 TO RETURN-CODE
        ELSE
            SET Target-Imaging TO TRUE
            MOVE Rjn-Record(1:9) TO WS-Image-Expected
            MOVE 0 TO WS-Image-Written
            PERFORM NOTE-TOUCHED-SECT
        END-IF
    WHEN Rjn-Image-Row
        IF Target-Imaging AND (Rjn-File-Name = WS-Target-Name) THEN
            MOVE Rjn-Record TO Target-Record
            WRITE Target-Record
            ADD 1 TO WS-Image-Written
        END-IF
    WHEN Rjn-Appended
        IF (NOT Target-Appending) OR (Rjn-File-Name NOT = WS-Target-Name) THEN
            PERFORM CLOSE-TARGET-SECT
            MOVE Rjn-File-Name TO WS-Target-Name
            OPEN EXTEND Target-File
            IF WS-Target-Status = "35" THEN
                OPEN OUTPUT Target-File
            END-IF
            IF WS-Target-Status NOT = "00" THEN
                DISPLAY 'ROLLFWD: could not append to ', FUNCTION TRIM(WS-Target-Name), ', file status ',
                    WS-Target-Status, ' - record skipped.'
                SET Target-Closed TO TRUE
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF
            SET Target-Appending TO TRUE
            PERFORM NOTE-TOUCHED-SECT
        END-IF
        MOVE Rjn-Record TO Target-Record
        WRITE Target-Record
        ADD 1 TO WS-Rows-Appended
END-EVALUATE.
MOVE Rjn-Stamp TO WS-Last-Stamp-Applied.

CLOSE-TARGET-SECT.
IF Target-Imaging THEN
    ADD 1 TO WS-Images-Applied
    IF WS-Image-Written NOT = WS-Image-Expected THEN
        ADD 1 TO WS-Images-Short
        DISPLAY 'WARNING: the journaled image of ', FUNCTION TRIM(WS-Target-Name), ' holds ', WS-Image-Written,
            ' of ', WS-Image-Expected, ' record(s) - it was cut short.'
    END-IF
END-IF.
IF Target-Imaging OR Target-Appending THEN
    CLOSE Target-File
END-IF.
SET Target-Closed TO TRUE.

NOTE-TOUCHED-SECT.
MOVE 0 TO WS-Touched-Found.
PERFORM VARYING WS-Touched-Idx FROM 1 BY 1 UNTIL WS-Touched-Idx > WS-Touched-Count
    IF WS-Tch-Name(WS-Touched-Idx) = WS-Target-Name THEN
        MOVE WS-Touched-Idx TO WS-Touched-Found
    END-IF
END-PERFORM.
IF (WS-Touched-Found = 0) AND (WS-Touched-Count < 80) THEN
    ADD 1 TO WS-Touched-Count
    MOVE WS-Target-Name TO WS-Tch-Name(WS-Touched-Count)
END-IF.

REREGISTER-TOUCHED-SECT.
*> The restored registry describes the files as the set left them;
*> each recovered file on it is registered as it now stands. A file
*> not on the registry stays off it.
PERFORM VARYING WS-Touched-Idx FROM 1 BY 1 UNTIL WS-Touched-Idx > WS-Touched-Count
    SET File-Ctl-Quiet-Verify TO TRUE
    MOVE WS-Tch-Name(WS-Touched-Idx) TO WS-File-Ctl-Name
    CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result
    IF NOT File-Ctl-Unregistered THEN
        SET File-Ctl-Register TO TRUE
        CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result
    END-IF
END-PERFORM.

ACQUIRE-WRITER-LOCK-SECT.
*> A roll-forward replaces the shared live files, so it takes the same
*> single-writer interlock every other rewriting job holds.
MOVE "A" TO WS-Lock-Action.
IF WTM-Operator-ID = SPACES THEN
    MOVE 'UNKNOWN ' TO WS-Lock-Operator
ELSE
    MOVE WTM-Operator-ID TO WS-Lock-Operator
END-IF.
CALL 'WTM-WRITER-LOCK' USING WS-Lock-Action, WS-Lock-Operator, WS-Lock-Result.
IF WS-Lock-Result = "G" THEN
    SET Writer-Lock-Held TO TRUE
ELSE
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.

RELEASE-WRITER-LOCK-SECT.
IF Writer-Lock-Held THEN
    MOVE "R" TO WS-Lock-Action
    CALL 'WTM-WRITER-LOCK' USING WS-Lock-Action, WS-Lock-Operator, WS-Lock-Result
    SET Writer-Lock-Held TO FALSE
END-IF.

WRITE-RUN-CONTROL-SECT.
OPEN EXTEND Run-Control-File.
IF WS-Run-Control-Status = "35" THEN
    OPEN OUTPUT Run-Control-File
END-IF.
IF WS-Run-Control-Status = "00" THEN
    MOVE 'WTM-ROLLFWD         ' TO Run-Program-Name
    MOVE FUNCTION CURRENT-DATE(1:8) TO Run-Stamp-Date
    MOVE FUNCTION CURRENT-DATE(9:8) TO Run-Stamp-Time
    COMPUTE Run-Input-Count = WS-Rows-Appended + WS-Images-Applied
    COMPUTE Run-Processed-Count = WS-Rows-Appended + WS-Images-Applied
    MOVE WS-Images-Short TO Run-Rejected-Count
    MOVE WS-Run-Control-End-Status TO Run-End-Status
    WRITE Run-Control-Record
    SET Rjn-After-Image TO TRUE
    MOVE 'WTM-RUN-CONTROL.DAT' TO WS-Rjn-File-Name
    MOVE Run-Control-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    CLOSE Run-Control-File
ELSE
    DISPLAY 'WARNING: could not write WTM-RUN-CONTROL.DAT, file status ', WS-Run-Control-Status
END-IF.

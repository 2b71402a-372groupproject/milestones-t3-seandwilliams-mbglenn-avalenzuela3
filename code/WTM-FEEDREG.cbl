*> Received-feeds register listing and release. Lists the most recent
*> rows of WTM-RECEIVED-FEEDS.DAT - every inbound feed fingerprinted
*> by WTM-FEEDCHECK, its record count, amount hash and first and last
*> keys, when and by whom - flagging the feeds held as duplicates and
*> not yet released. When the sender confirms a held feed really is
*> new (a genuine second payroll run, say), a supervisor releases it
*> here by its stamp; the next run of the loader then takes it.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-FEEDREG.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Received-Feed-File ASSIGN TO "WTM-RECEIVED-FEEDS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Received-Feed-Status.

DATA DIVISION.
FILE SECTION.
FD  Received-Feed-File.
    COPY "WTM-RECEIVED-FEED-REC.cpy".

WORKING-STORAGE SECTION.
01 WS-Received-Feed-Status PIC XX.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Register-Table.
    05 WS-Register-Row PIC X(141) OCCURS 200 TIMES.
01 WS-Register-Count PIC 9(3) VALUE 0.
01 WS-Register-Idx PIC 9(3).
01 WS-Register-Total PIC 9(7) VALUE 0.
01 WS-Register-Skip PIC 9(7) VALUE 0.
01 WS-Rows-Read PIC 9(7).
01 WS-Release-Table.
    05 WS-Released-Stamp PIC 9(14) OCCURS 500 TIMES.
01 WS-Release-Count PIC 9(3) VALUE 0.
01 WS-Release-Idx PIC 9(3).
01 WS-Outstanding-Count PIC 9(3) VALUE 0.
01 WS-Released-Flag PIC X VALUE "N".
    88 Already-Released VALUE "Y" FALSE "N".
01 WS-Found-Flag PIC X VALUE "N".
    88 Held-Row-Found VALUE "Y" FALSE "N".
01 WS-Status-Text PIC X(8).
01 WS-Count-Disp PIC ZZZ,ZZZ,ZZ9.
01 WS-Stamp-Input PIC X(14).
01 WS-Release-Stamp PIC 9(14).
01 WS-Held-Row.
    05 FILLER            PIC X(40).
    05 WS-Held-Count     PIC 9(9).
    05 WS-Held-Hash      PIC 9(15).
    05 WS-Held-First-Key PIC X(20).
    05 WS-Held-Last-Key  PIC X(20).
    05 FILLER            PIC X(37).
01 WS-Later-Idx PIC 9(3).
01 WS-Later-Status PIC X.
01 WS-Gate-Function PIC X(20).
01 WS-Gate-Role PIC X.
01 WS-Gate-Result PIC X.
    88 Gate-Granted VALUE "G" FALSE "D".
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-JOURNAL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '------------------------------ WTM RECEIVED FEEDS REGISTER ---------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
PERFORM LIST-REGISTER-SECT.
IF WS-Outstanding-Count = 0 THEN
    GOBACK
END-IF.
DISPLAY 'Enter the stamp of a HELD feed to release it (supervisor), or X to exit:'.
ACCEPT WS-Stamp-Input.
IF (WS-Stamp-Input = SPACES) OR (WS-Stamp-Input = 'X') OR (WS-Stamp-Input = 'x') THEN
    MOVE 4 TO RETURN-CODE
    GOBACK
END-IF.
IF WS-Stamp-Input IS NOT NUMERIC THEN
    DISPLAY 'INPUT ERROR: the stamp is the 14-digit date and time shown against the held feed.'
    MOVE 8 TO RETURN-CODE
    GOBACK
END-IF.
MOVE WS-Stamp-Input TO WS-Release-Stamp.
*> Releasing lets a feed that looks exactly like one already loaded
*> be loaded again, so it takes the supervisor role, the same as the
*> programs that load the feeds.
MOVE 'WTM-FEEDREG' TO WS-Gate-Function.
MOVE "S" TO WS-Gate-Role.
CALL 'WTM-ROLE-GATE' USING WS-Gate-Function, WS-Gate-Role, WS-Gate-Result.
IF NOT Gate-Granted THEN
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM FIND-HELD-ROW-SECT.
IF NOT Held-Row-Found THEN
    DISPLAY 'RELEASE FAILED: no held feed on the register carries stamp ', WS-Release-Stamp, '.'
    MOVE 8 TO RETURN-CODE
    GOBACK
END-IF.
IF Already-Released THEN
    DISPLAY 'The feed held at ', WS-Release-Stamp, ' has already been released.'
    GOBACK
END-IF.
PERFORM APPEND-RELEASE-ROW-SECT.
GOBACK.

LIST-REGISTER-SECT.
*> The register only grows, so count it first and show the latest
*> 200 rows; every release is noted whatever its age so an old held
*> row that was dealt with is not flagged again.
MOVE 0 TO WS-Register-Total.
MOVE 0 TO WS-Release-Count.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Received-Feed-File.
IF WS-Received-Feed-Status NOT = "00" THEN
    DISPLAY 'No received-feeds register yet - WTM-RECEIVED-FEEDS.DAT is written when the first feed is loaded.'
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Received-Feed-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-Register-Total
            IF Rcv-Released AND (WS-Release-Count < 500) THEN
                ADD 1 TO WS-Release-Count
                MOVE Rcv-Matched-Stamp TO WS-Released-Stamp(WS-Release-Count)
            END-IF
    END-READ
END-PERFORM.
CLOSE Received-Feed-File.
MOVE 0 TO WS-Register-Skip.
IF WS-Register-Total > 200 THEN
    COMPUTE WS-Register-Skip = WS-Register-Total - 200
END-IF.
MOVE 0 TO WS-Register-Count.
MOVE 0 TO WS-Rows-Read.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Received-Feed-File.
PERFORM UNTIL File-EOF
    READ Received-Feed-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-Rows-Read
            IF WS-Rows-Read > WS-Register-Skip THEN
                ADD 1 TO WS-Register-Count
                MOVE Received-Feed-Record TO WS-Register-Row(WS-Register-Count)
            END-IF
    END-READ
END-PERFORM.
CLOSE Received-Feed-File.
IF WS-Register-Skip > 0 THEN
    DISPLAY '(the latest 200 of ', WS-Register-Total, ' register rows)'
END-IF.
DISPLAY 'FEED                            RECORDS  AMOUNT HASH      STAMP           BY       STATUS'.
PERFORM VARYING WS-Register-Idx FROM 1 BY 1 UNTIL WS-Register-Idx > WS-Register-Count
    MOVE WS-Register-Row(WS-Register-Idx) TO Received-Feed-Record
    EVALUATE TRUE
        WHEN Rcv-Loaded MOVE 'LOADED' TO WS-Status-Text
        WHEN Rcv-Released MOVE 'RELEASE' TO WS-Status-Text
        WHEN Rcv-Held
            MOVE Rcv-Stamp TO WS-Release-Stamp
            PERFORM NOTE-RELEASED-SECT
            PERFORM NOTE-LATER-RECEIPT-SECT
            EVALUATE TRUE
                WHEN Already-Released MOVE 'RELEASED' TO WS-Status-Text
                WHEN WS-Later-Status = "L" OR WS-Later-Status = "R" MOVE 'CLEARED' TO WS-Status-Text
                WHEN WS-Later-Status = "H" MOVE 'REPEATED' TO WS-Status-Text
                WHEN OTHER
                    MOVE 'HELD' TO WS-Status-Text
                    ADD 1 TO WS-Outstanding-Count
            END-EVALUATE
        WHEN OTHER MOVE '?' TO WS-Status-Text
    END-EVALUATE
    MOVE Rcv-Record-Count TO WS-Count-Disp
    DISPLAY Rcv-Feed-Name(1:28), WS-Count-Disp, '  ', Rcv-Amount-Hash, '  ', Rcv-Stamp, '  ',
        Rcv-Operator-ID, ' ', WS-Status-Text
    DISPLAY '      first key ', Rcv-First-Key, '  last key ', Rcv-Last-Key
END-PERFORM.
DISPLAY WS-Register-Count, ' row(s) listed, ', WS-Outstanding-Count, ' feed(s) held and not released.'.

NOTE-RELEASED-SECT.
SET Already-Released TO FALSE.
PERFORM VARYING WS-Release-Idx FROM 1 BY 1 UNTIL WS-Release-Idx > WS-Release-Count
    IF WS-Released-Stamp(WS-Release-Idx) = WS-Release-Stamp THEN
        SET Already-Released TO TRUE
    END-IF
END-PERFORM.

NOTE-LATER-RECEIPT-SECT.
*> A held row is no longer outstanding once the same fingerprint has
*> been released or loaded after it (CLEARED), or held again - the
*> later hold is then the one to release (REPEATED).
MOVE SPACE TO WS-Later-Status.
MOVE Received-Feed-Record TO WS-Held-Row.
COMPUTE WS-Later-Idx = WS-Register-Idx + 1.
PERFORM VARYING WS-Later-Idx FROM WS-Later-Idx BY 1 UNTIL WS-Later-Idx > WS-Register-Count
    MOVE WS-Register-Row(WS-Later-Idx) TO Received-Feed-Record
    IF (Rcv-Record-Count = WS-Held-Count) AND (Rcv-Amount-Hash = WS-Held-Hash)
        AND (Rcv-First-Key = WS-Held-First-Key) AND (Rcv-Last-Key = WS-Held-Last-Key) THEN
        IF (WS-Later-Status = SPACE) OR (WS-Later-Status = "H") THEN
            MOVE Rcv-Status TO WS-Later-Status
        END-IF
    END-IF
END-PERFORM.
MOVE WS-Held-Row TO Received-Feed-Record.

FIND-HELD-ROW-SECT.
SET Held-Row-Found TO FALSE.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Received-Feed-File.
IF WS-Received-Feed-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Received-Feed-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Rcv-Held AND (Rcv-Stamp = WS-Release-Stamp) THEN
                SET Held-Row-Found TO TRUE
                MOVE Received-Feed-Record TO WS-Held-Row
            END-IF
    END-READ
END-PERFORM.
CLOSE Received-Feed-File.
PERFORM NOTE-RELEASED-SECT.

APPEND-RELEASE-ROW-SECT.
*> The release row carries the held feed's fingerprint, so
*> WTM-FEEDCHECK lets the next receipt of it through, and the held
*> row's stamp, so this listing shows it dealt with.
MOVE WS-Held-Row TO Received-Feed-Record.
MOVE Rcv-Stamp TO Rcv-Matched-Stamp.
MOVE FUNCTION CURRENT-DATE(1:14) TO Rcv-Stamp.
IF WTM-Operator-ID = SPACES THEN
    MOVE 'UNKNOWN ' TO Rcv-Operator-ID
ELSE
    MOVE WTM-Operator-ID TO Rcv-Operator-ID
END-IF.
SET Rcv-Released TO TRUE.
OPEN EXTEND Received-Feed-File.
IF WS-Received-Feed-Status NOT = "00" THEN
    DISPLAY 'RELEASE FAILED: could not write WTM-RECEIVED-FEEDS.DAT, file status ', WS-Received-Feed-Status
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
WRITE Received-Feed-Record.
SET Rjn-After-Image TO TRUE.
MOVE 'WTM-RECEIVED-FEEDS.DAT' TO WS-Rjn-File-Name.
MOVE Received-Feed-Record TO WS-Rjn-Record.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
CLOSE Received-Feed-File.
DISPLAY FUNCTION TRIM(Rcv-Feed-Name), ' released - the next run of its loader will take it.'.

*> File control registry listing and re-registration. Lists every row
*> of WTM-FILE-CONTROL.DAT - the record count and hash total each
*> shared data file had at its last sanctioned write, when, and by
*> whom - against the file as it stands now, flagging any that no
*> longer agree. Once a mismatch has been investigated (the file
*> restored from WTM-BACKUP, or the change found to be legitimate), a
*> supervisor re-registers the file here so readers stop warning and
*> the rewriting jobs stop refusing it. A shared file not yet on the
*> registry can be enrolled the same way.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-FILEREG.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT File-Control-File ASSIGN TO "WTM-FILE-CONTROL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-File-Control-Status.

DATA DIVISION.
FILE SECTION.
FD  File-Control-File.
    COPY "WTM-FILE-CONTROL-REC.cpy".

WORKING-STORAGE SECTION.
01 WS-File-Control-Status PIC XX.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Registry-Table.
    05 WS-Registry-Row PIC X(86) OCCURS 100 TIMES.
01 WS-Registry-Count PIC 9(3) VALUE 0.
01 WS-Registry-Idx PIC 9(3).
01 WS-Mismatch-Count PIC 9(3) VALUE 0.
01 WS-Status-Text PIC X(8).
01 WS-Count-Disp PIC ZZZ,ZZZ,ZZ9.
01 WS-File-Input PIC X(40).
01 WS-Gate-Function PIC X(20).
01 WS-Gate-Role PIC X.
01 WS-Gate-Result PIC X.
    88 Gate-Granted VALUE "G" FALSE "D".
    COPY "WTM-FILE-CTL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '------------------------------ WTM FILE CONTROL REGISTRY -----------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
PERFORM LIST-REGISTRY-SECT.
DISPLAY 'Enter a file name to re-register it as it stands now (supervisor), or X to exit:'.
ACCEPT WS-File-Input.
IF (WS-File-Input = SPACES) OR (WS-File-Input = 'X') OR (WS-File-Input = 'x') THEN
    IF WS-Mismatch-Count > 0 THEN
        MOVE 4 TO RETURN-CODE
    END-IF
    GOBACK
END-IF.
*> Re-registration sanctions whatever the file now holds, so it takes
*> the supervisor role, the same as the programs that rewrite the
*> shared files.
MOVE 'WTM-FILEREG' TO WS-Gate-Function.
MOVE "S" TO WS-Gate-Role.
CALL 'WTM-ROLE-GATE' USING WS-Gate-Function, WS-Gate-Role, WS-Gate-Result.
IF NOT Gate-Granted THEN
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
SET File-Ctl-Register TO TRUE.
MOVE WS-File-Input TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
IF File-Ctl-Matched THEN
    DISPLAY FUNCTION TRIM(WS-File-Ctl-Name), ' re-registered as it stands now.'
ELSE
    DISPLAY 'REGISTRATION FAILED: ', FUNCTION TRIM(WS-File-Ctl-Name), ' could not be read or registered.'
    MOVE 8 TO RETURN-CODE
END-IF.
GOBACK.

LIST-REGISTRY-SECT.
MOVE 0 TO WS-Registry-Count.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT File-Control-File.
IF WS-File-Control-Status NOT = "00" THEN
    DISPLAY 'No file control registry yet - WTM-FILE-CONTROL.DAT is written at the first sanctioned write.'
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
DISPLAY 'FILE                                      RECORDS  HASH TOTAL       REGISTERED      BY       NOW'.
PERFORM VARYING WS-Registry-Idx FROM 1 BY 1 UNTIL WS-Registry-Idx > WS-Registry-Count
    MOVE WS-Registry-Row(WS-Registry-Idx) TO File-Control-Record
    SET File-Ctl-Quiet-Verify TO TRUE
    MOVE Fctl-File-Name TO WS-File-Ctl-Name
    CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result
    EVALUATE TRUE
        WHEN File-Ctl-Matched MOVE 'OK' TO WS-Status-Text
        WHEN File-Ctl-Mismatch
            MOVE 'MISMATCH' TO WS-Status-Text
            ADD 1 TO WS-Mismatch-Count
        WHEN OTHER MOVE 'UNREAD' TO WS-Status-Text
    END-EVALUATE
    MOVE Fctl-Record-Count TO WS-Count-Disp
    DISPLAY Fctl-File-Name(1:36), WS-Count-Disp, '  ', Fctl-Hash-Total, '  ', Fctl-Registered-Stamp, '  ',
        Fctl-Registered-By, ' ', WS-Status-Text
END-PERFORM.
DISPLAY WS-Registry-Count, ' file(s) on the registry, ', WS-Mismatch-Count, ' not agreeing with it.'.

*> Legal-hold check, CALLed the way WTM-FILECTL is:
*>   CALL 'WTM-HOLD-CHECK' USING function, employee-id, result, reason
*>     function     X      'L' load - read WTM-LEGAL-HOLDS.DAT afresh;
*>                         a caller does this once before its checks
*>                         'C' check - is this employee under a hold
*>                         in force today
*>     employee-id  9(6)   the employee to check (ignored on a load)
*>     result       X      'H' held or 'F' free
*>     reason       X(40)  the reason of the hold found, else spaces
*> The register is held in memory between calls, so a utility
*> streaming a large file checks every row without re-reading it. A
*> hold is in force from its start date until its release date (zero
*> = not released). A check made before any load loads first. When
*> the register cannot be read nobody is held; the load says so.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-HOLD-CHECK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Legal-Hold-File ASSIGN TO "WTM-LEGAL-HOLDS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Legal-Hold-Status.

DATA DIVISION.
FILE SECTION.
FD  Legal-Hold-File.
    COPY "WTM-LEGAL-HOLD-REC.cpy".

WORKING-STORAGE SECTION.
01 WS-Legal-Hold-Status PIC XX.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Loaded-Flag PIC X VALUE "N".
    88 Holds-Loaded VALUE "Y" FALSE "N".
01 WS-Today PIC 9(8).
*> Only the holds in force today are kept.
01 WS-Hold-Table.
    05 WS-Hold-Entry OCCURS 1000 TIMES.
       10 WS-Hold-ID     PIC 9(6).
       10 WS-Hold-Why    PIC X(40).
01 WS-Hold-Count PIC 9(4) VALUE 0.
01 WS-Hold-Idx PIC 9(4).

LINKAGE SECTION.
01 LS-Function PIC X.
01 LS-Employee-ID PIC 9(6).
01 LS-Result PIC X.
01 LS-Reason PIC X(40).

PROCEDURE DIVISION USING LS-Function, LS-Employee-ID, LS-Result, LS-Reason.
MOVE "F" TO LS-Result.
MOVE SPACES TO LS-Reason.
IF (LS-Function = "L") OR (NOT Holds-Loaded) THEN
    PERFORM LOAD-HOLDS-SECT
END-IF.
IF LS-Function = "C" THEN
    PERFORM VARYING WS-Hold-Idx FROM 1 BY 1
            UNTIL (WS-Hold-Idx > WS-Hold-Count) OR (LS-Result = "H")
        IF WS-Hold-ID(WS-Hold-Idx) = LS-Employee-ID THEN
            MOVE "H" TO LS-Result
            MOVE WS-Hold-Why(WS-Hold-Idx) TO LS-Reason
        END-IF
    END-PERFORM
END-IF.
GOBACK.

LOAD-HOLDS-SECT.
MOVE 0 TO WS-Hold-Count.
SET Holds-Loaded TO TRUE.
MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
OPEN INPUT Legal-Hold-File.
IF WS-Legal-Hold-Status = "35" THEN
    EXIT PARAGRAPH
END-IF.
IF WS-Legal-Hold-Status NOT = "00" THEN
    DISPLAY 'LEGAL HOLD: could not read WTM-LEGAL-HOLDS.DAT, file status ', WS-Legal-Hold-Status,
        ' - no holds can be honoured.'
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Legal-Hold-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (Lgh-Start-Date <= WS-Today)
                    AND ((Lgh-Release-Date = 0) OR (Lgh-Release-Date > WS-Today)) THEN
                IF WS-Hold-Count < 1000 THEN
                    ADD 1 TO WS-Hold-Count
                    MOVE Lgh-Employee-ID TO WS-Hold-ID(WS-Hold-Count)
                    MOVE Lgh-Reason TO WS-Hold-Why(WS-Hold-Count)
                ELSE
                    DISPLAY 'LEGAL HOLD: more than 1000 holds in force - employee ', Lgh-Employee-ID,
                        ' is not protected.'
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Legal-Hold-File.

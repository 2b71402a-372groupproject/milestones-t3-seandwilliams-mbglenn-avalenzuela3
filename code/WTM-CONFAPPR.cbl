*> Second-person approval of configuration changes. WTM-CONFMAINT
*> no longer writes the policy, currency, tax, and other
*> configuration files directly: every edit is held on
*> WTM-CONFIG-CHANGES.DAT as a pending change. Here a supervisor
*> works the pending changes in the order they were keyed, seeing
*> the before and after row images of each, and approves or rejects
*> it with a keyed reason. A supervisor can never approve a change
*> they keyed themselves. An approved change is applied to the live
*> file at once - an add appends the after image, an update replaces
*> the row matching the before image, a delete removes it - and if
*> the before image is no longer on the file (changed since the edit
*> was keyed) the change is marked stale and nothing is applied. The
*> change row keeps the requester, approver, both timestamps, and the
*> reason as the audit trail; H lists that history.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-CONFAPPR.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Config-Change-File ASSIGN TO "WTM-CONFIG-CHANGES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Config-Change-Status.
    SELECT Config-File ASSIGN TO WS-Config-File-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Config-Status.

DATA DIVISION.
FILE SECTION.
FD  Config-Change-File.
    COPY "WTM-CONFIG-CHANGE-REC.cpy".

FD  Config-File.
01 Config-Record PIC X(80).

WORKING-STORAGE SECTION.
01 WS-Config-Change-Status PIC XX.
01 WS-Config-Status PIC XX.
01 WS-Config-File-Name PIC X(40).
01 WS-Gate-Function PIC X(20).
01 WS-Gate-Role PIC X.
01 WS-Gate-Result PIC X.
    88 Gate-Granted VALUE "G" FALSE "D".
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
*> The change file, held whole so it can be rewritten with each
*> decision.
01 WS-Change-Table.
    05 WS-Change-Image PIC X(282) OCCURS 500 TIMES.
01 WS-Change-Count PIC 9(3) VALUE 0.
01 WS-Change-Overflow-Flag PIC X VALUE "N".
    88 Changes-Overflowed VALUE "Y" FALSE "N".
01 WS-Change-Idx PIC 9(3).
01 WS-Pending-Count PIC 9(3) VALUE 0.
01 WS-Approved-Count PIC 9(3) VALUE 0.
01 WS-Rejected-Count PIC 9(3) VALUE 0.
01 WS-Stale-Count PIC 9(3) VALUE 0.
*> The live configuration file a change is applied to.
01 WS-Conf-Table.
    05 WS-Conf-Row PIC X(80) OCCURS 200 TIMES.
01 WS-Conf-Count PIC 9(3) VALUE 0.
01 WS-Conf-Overflow-Flag PIC X.
    88 Config-Overflowed VALUE "Y" FALSE "N".
01 WS-Conf-Idx PIC 9(3).
01 WS-Match-Row PIC 9(3).
01 WS-Approver-ID PIC X(8).
01 WS-Mode-Choice PIC X.
01 WS-Decision PIC X.
01 WS-Reason-Input PIC X(40).
01 WS-Action-Text PIC X(6).
01 WS-Status-Text PIC X(8).
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-JOURNAL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '------------------------- WTM CONFIGURATION CHANGE APPROVAL --------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
*> The approver must hold the supervisor role, whether launched from
*> the console or the command line; denials are logged by the gate.
MOVE 'WTM-CONFAPPR' TO WS-Gate-Function.
MOVE "S" TO WS-Gate-Role.
CALL 'WTM-ROLE-GATE' USING WS-Gate-Function, WS-Gate-Role, WS-Gate-Result.
IF NOT Gate-Granted THEN
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
MOVE WTM-Operator-ID TO WS-Approver-ID.
PERFORM LOAD-CHANGES-SECT.
IF Changes-Overflowed THEN
    DISPLAY 'CONFAPPR REFUSED: WTM-CONFIG-CHANGES.DAT holds more than 500 rows - rewriting it would drop the overflow.'
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
DISPLAY WS-Pending-Count, ' configuration change(s) pending approval.'.
DISPLAY 'Enter R to review the pending changes, H to list the change history, or X to exit:'.
ACCEPT WS-Mode-Choice.
EVALUATE WS-Mode-Choice
    WHEN "H" WHEN "h"
        PERFORM LIST-HISTORY-SECT
        GOBACK
    WHEN "R" WHEN "r"
        CONTINUE
    WHEN OTHER
        GOBACK
END-EVALUATE.
IF WS-Pending-Count = 0 THEN
    DISPLAY 'No configuration changes are pending - nothing to review.'
    GOBACK
END-IF.
DISPLAY 'Reviewing as supervisor ', FUNCTION TRIM(WS-Approver-ID), '.'.
PERFORM VARYING WS-Change-Idx FROM 1 BY 1 UNTIL WS-Change-Idx > WS-Change-Count
    MOVE WS-Change-Image(WS-Change-Idx) TO Config-Change-Record
    IF Chg-Pending THEN
        PERFORM REVIEW-ONE-CHANGE-SECT
    END-IF
END-PERFORM.
DISPLAY 'Changes worked: ', WS-Approved-Count, ' approved and applied, ', WS-Rejected-Count, ' rejected, ',
    WS-Stale-Count, ' stale.'.
IF WS-Stale-Count > 0 THEN
    DISPLAY 'Stale changes were not applied - re-key them in WTM-CONFMAINT against the current file.'
    MOVE 4 TO RETURN-CODE
END-IF.
GOBACK.

LOAD-CHANGES-SECT.
MOVE 0 TO WS-Change-Count.
MOVE 0 TO WS-Pending-Count.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Config-Change-File.
IF WS-Config-Change-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Config-Change-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF WS-Change-Count < 500 THEN
                ADD 1 TO WS-Change-Count
                MOVE Config-Change-Record TO WS-Change-Image(WS-Change-Count)
                IF Chg-Pending THEN
                    ADD 1 TO WS-Pending-Count
                END-IF
            ELSE
                SET Changes-Overflowed TO TRUE
            END-IF
    END-READ
END-PERFORM.
CLOSE Config-Change-File.

REWRITE-CHANGES-SECT.
OPEN OUTPUT Config-Change-File.
PERFORM VARYING WS-Conf-Idx FROM 1 BY 1 UNTIL WS-Conf-Idx > WS-Change-Count
    MOVE WS-Change-Image(WS-Conf-Idx) TO Config-Change-Record
    WRITE Config-Change-Record
END-PERFORM.
CLOSE Config-Change-File.
SET Rjn-File-Image TO TRUE.
MOVE 'WTM-CONFIG-CHANGES.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.

SET-ACTION-TEXT-SECT.
EVALUATE TRUE
    WHEN Chg-Add MOVE 'ADD' TO WS-Action-Text
    WHEN Chg-Update MOVE 'UPDATE' TO WS-Action-Text
    WHEN Chg-Delete MOVE 'DELETE' TO WS-Action-Text
    WHEN OTHER MOVE '?' TO WS-Action-Text
END-EVALUATE.
EVALUATE TRUE
    WHEN Chg-Pending MOVE 'PENDING' TO WS-Status-Text
    WHEN Chg-Approved MOVE 'APPROVED' TO WS-Status-Text
    WHEN Chg-Rejected MOVE 'REJECTED' TO WS-Status-Text
    WHEN Chg-Stale MOVE 'STALE' TO WS-Status-Text
    WHEN OTHER MOVE '?' TO WS-Status-Text
END-EVALUATE.

SHOW-CHANGE-SECT.
PERFORM SET-ACTION-TEXT-SECT.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY 'CHANGE ', Chg-ID, '  ', FUNCTION TRIM(WS-Action-Text), ' on ', FUNCTION TRIM(Chg-File-Name),
    '  keyed by ', FUNCTION TRIM(Chg-Requester-ID), ' at ', Chg-Request-Stamp.
IF NOT Chg-Add THEN
    DISPLAY '  BEFORE: [', FUNCTION TRIM(Chg-Before-Row TRAILING), ']'
END-IF.
IF NOT Chg-Delete THEN
    DISPLAY '  AFTER:  [', FUNCTION TRIM(Chg-After-Row TRAILING), ']'
END-IF.

REVIEW-ONE-CHANGE-SECT.
PERFORM SHOW-CHANGE-SECT.
IF Chg-Requester-ID = WS-Approver-ID THEN
    DISPLAY 'You keyed this change - a different supervisor must approve it. Skipped.'
    EXIT PARAGRAPH
END-IF.
DISPLAY 'Enter A to approve and apply, R to reject, or S to skip for now:'.
ACCEPT WS-Decision.
EVALUATE WS-Decision
    WHEN "A" WHEN "a"
        DISPLAY 'Enter the approval reason (up to 30 characters):'
        ACCEPT WS-Reason-Input
        PERFORM APPLY-ONE-CHANGE-SECT
    WHEN "R" WHEN "r"
        DISPLAY 'Enter the rejection reason (up to 30 characters):'
        ACCEPT WS-Reason-Input
        SET Chg-Rejected TO TRUE
        ADD 1 TO WS-Rejected-Count
        DISPLAY 'Rejected - the live file is unchanged.'
    WHEN OTHER
        DISPLAY 'Skipped - the change stays pending.'
        EXIT PARAGRAPH
END-EVALUATE.
IF Chg-Pending THEN
    EXIT PARAGRAPH
END-IF.
MOVE WS-Approver-ID TO Chg-Approver-ID.
MOVE FUNCTION CURRENT-DATE(1:14) TO Chg-Decision-Stamp.
MOVE WS-Reason-Input(1:30) TO Chg-Reason.
MOVE Config-Change-Record TO WS-Change-Image(WS-Change-Idx).
*> The decision is on file before the next change is shown, so an
*> interrupted session never re-applies a change it already made.
PERFORM REWRITE-CHANGES-SECT.

APPLY-ONE-CHANGE-SECT.
MOVE Chg-File-Name TO WS-Config-File-Name.
PERFORM LOAD-CONFIG-SECT.
IF Config-Overflowed THEN
    DISPLAY 'NOT APPLIED: ', FUNCTION TRIM(WS-Config-File-Name),
        ' holds more than 200 rows - rewriting it would drop the overflow. The change stays pending.'
    EXIT PARAGRAPH
END-IF.
MOVE 0 TO WS-Match-Row.
IF NOT Chg-Add THEN
    PERFORM VARYING WS-Conf-Idx FROM 1 BY 1
        UNTIL (WS-Conf-Idx > WS-Conf-Count) OR (WS-Match-Row > 0)
        IF WS-Conf-Row(WS-Conf-Idx) = Chg-Before-Row THEN
            MOVE WS-Conf-Idx TO WS-Match-Row
        END-IF
    END-PERFORM
    IF WS-Match-Row = 0 THEN
        SET Chg-Stale TO TRUE
        ADD 1 TO WS-Stale-Count
        DISPLAY 'STALE: the before image is no longer on ', FUNCTION TRIM(WS-Config-File-Name),
            ' - nothing applied.'
        EXIT PARAGRAPH
    END-IF
END-IF.
EVALUATE TRUE
    WHEN Chg-Add
        IF WS-Conf-Count >= 200 THEN
            DISPLAY 'NOT APPLIED: ', FUNCTION TRIM(WS-Config-File-Name), ' is full. The change stays pending.'
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-Conf-Count
        MOVE Chg-After-Row TO WS-Conf-Row(WS-Conf-Count)
    WHEN Chg-Update
        MOVE Chg-After-Row TO WS-Conf-Row(WS-Match-Row)
    WHEN Chg-Delete
        PERFORM VARYING WS-Conf-Idx FROM WS-Match-Row BY 1 UNTIL WS-Conf-Idx >= WS-Conf-Count
            MOVE WS-Conf-Row(WS-Conf-Idx + 1) TO WS-Conf-Row(WS-Conf-Idx)
        END-PERFORM
        SUBTRACT 1 FROM WS-Conf-Count
END-EVALUATE.
PERFORM REWRITE-CONFIG-SECT.
IF WS-Config-Status NOT = "00" THEN
    DISPLAY 'NOT APPLIED: could not rewrite ', FUNCTION TRIM(WS-Config-File-Name), ', file status ',
        WS-Config-Status, '. The change stays pending.'
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
SET Chg-Approved TO TRUE.
ADD 1 TO WS-Approved-Count.
DISPLAY 'Approved - ', FUNCTION TRIM(WS-Config-File-Name), ' now holds ', WS-Conf-Count, ' row(s).'.

LOAD-CONFIG-SECT.
MOVE 0 TO WS-Conf-Count.
MOVE "N" TO WS-Conf-Overflow-Flag.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Config-File.
IF WS-Config-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Config-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF WS-Conf-Count < 200 THEN
                ADD 1 TO WS-Conf-Count
                MOVE Config-Record TO WS-Conf-Row(WS-Conf-Count)
            ELSE
                SET Config-Overflowed TO TRUE
            END-IF
    END-READ
END-PERFORM.
CLOSE Config-File.

REWRITE-CONFIG-SECT.
OPEN OUTPUT Config-File.
IF WS-Config-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING WS-Conf-Idx FROM 1 BY 1 UNTIL WS-Conf-Idx > WS-Conf-Count
    MOVE WS-Conf-Row(WS-Conf-Idx) TO Config-Record
    WRITE Config-Record
END-PERFORM.
CLOSE Config-File.
SET Rjn-File-Image TO TRUE.
MOVE WS-Config-File-Name TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.

LIST-HISTORY-SECT.
IF WS-Change-Count = 0 THEN
    DISPLAY 'No configuration changes on file.'
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING WS-Change-Idx FROM 1 BY 1 UNTIL WS-Change-Idx > WS-Change-Count
    MOVE WS-Change-Image(WS-Change-Idx) TO Config-Change-Record
    PERFORM SHOW-CHANGE-SECT
    IF Chg-Pending THEN
        DISPLAY '  STATUS: PENDING'
    ELSE
        DISPLAY '  STATUS: ', FUNCTION TRIM(WS-Status-Text), ' by ', FUNCTION TRIM(Chg-Approver-ID),
            ' at ', Chg-Decision-Stamp, ' - ', FUNCTION TRIM(Chg-Reason)
    END-IF
END-PERFORM.
DISPLAY WS-Change-Count, ' change(s) on file, ', WS-Pending-Count, ' pending.'.

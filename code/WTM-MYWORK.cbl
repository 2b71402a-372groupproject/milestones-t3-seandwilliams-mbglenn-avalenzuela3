*> "My work" - the console view of the open-work queue that
*> WTM-WORKSYNC keeps on WTM-WORK-ITEMS.DAT. Shows the signed-on
*> operator's open items, oldest first, with their age and whether
*> they have been escalated, and how much work is waiting unowned per
*> source. Then one action:
*>   T take    - takes an unowned item as the operator's own.
*>   R release - hands one of the operator's items back to the queue.
*>   A assign  - gives any open item to an active operator on
*>               WTM-OPERATORS.DAT (supervisor only).
*>   Q queue   - lists every open item, oldest first, with its owner.
*> Each change is appended to the item's trail (latest row wins, as
*> on the case log). Items are closed by WTM-WORKSYNC when the work
*> underneath them clears, not from here.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-MYWORK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Work-Item-File ASSIGN TO "WTM-WORK-ITEMS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Work-Item-Status.
    SELECT Operator-File ASSIGN TO "WTM-OPERATORS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Operator-File-Status.

DATA DIVISION.
FILE SECTION.
FD  Work-Item-File.
    COPY "WTM-WORK-ITEM-REC.cpy".

FD  Operator-File.
    COPY "WTM-OPERATOR-REC.cpy".

WORKING-STORAGE SECTION.
01 WS-Work-Item-Status PIC XX.
01 WS-Operator-File-Status PIC XX.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Mode-Choice PIC X.
01 WS-Me PIC X(8).
*> Current state of every open item, from the latest row per
*> Wki-Item-ID; a slot whose item has closed is reused.
01 WS-Item-Table.
    05 WS-Itm-Entry OCCURS 3000 TIMES.
       10 WS-Itm-ID          PIC 9(7).
       10 WS-Itm-Source      PIC X(4).
       10 WS-Itm-Key         PIC X(40).
       10 WS-Itm-Employee-ID PIC 9(6).
       10 WS-Itm-Description PIC X(50).
       10 WS-Itm-Opened      PIC 9(8).
       10 WS-Itm-Status      PIC X.
       10 WS-Itm-Owner       PIC X(8).
       10 WS-Itm-Listed      PIC X.
01 WS-Item-Count PIC 9(4) VALUE 0.
01 WS-Itm-Idx PIC 9(4).
01 WS-Itm-Slot PIC 9(4).
01 WS-Itm-Free PIC 9(4).
01 WS-Best-Slot PIC 9(4).
01 WS-Best-Date PIC 9(8).
01 WS-Best-ID PIC 9(7).
01 WS-Source-Codes-Values.
    05 FILLER PIC X(4) VALUE 'SUSP'.
    05 FILLER PIC X(4) VALUE 'APPR'.
    05 FILLER PIC X(4) VALUE 'RJCT'.
    05 FILLER PIC X(4) VALUE 'EXPT'.
    05 FILLER PIC X(4) VALUE 'DRFT'.
    05 FILLER PIC X(4) VALUE 'INTG'.
    05 FILLER PIC X(4) VALUE 'CHRQ'.
01 WS-Source-Codes-Table REDEFINES WS-Source-Codes-Values.
    05 WS-Source-Code PIC X(4) OCCURS 7 TIMES.
01 WS-Source-Unowned-Table.
    05 WS-Source-Unowned PIC 9(5) OCCURS 7 TIMES.
01 WS-Src-Idx PIC 9.
01 WS-List-Filter PIC X.
    88 List-Mine-Only VALUE "M".
    88 List-All-Open  VALUE "A".
01 WS-Listed-Count PIC 9(5).
01 WS-Escalated-Count PIC 9(5).
01 WS-Age-Days PIC S9(5).
01 WS-Age-Disp PIC ZZZZ9.
01 WS-Escalated-Mark PIC X(9).
01 WS-Owner-Disp PIC X(8).
01 WS-Item-Event PIC X(8).
01 WS-Pick-Input PIC X(12).
01 WS-Pick-ID PIC 9(7).
01 WS-Target-Operator PIC X(8).
01 WS-Target-Found-Flag PIC X VALUE "N".
    88 Target-Found VALUE "Y" FALSE "N".
01 WS-Today PIC 9(8).
01 WS-Now PIC 9(8).
01 WS-Gate-Function PIC X(20).
01 WS-Gate-Role PIC X.
01 WS-Gate-Result PIC X.
    88 Gate-Granted VALUE "G" FALSE "D".
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '------------------------------ WTM MY WORK -------------------------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
MOVE FUNCTION CURRENT-DATE(9:8) TO WS-Now.
IF WTM-Operator-ID = SPACES THEN
    DISPLAY 'Enter your operator ID:'
    ACCEPT WS-Me
    MOVE FUNCTION UPPER-CASE(WS-Me) TO WS-Me
ELSE
    MOVE WTM-Operator-ID TO WS-Me
END-IF.
PERFORM LOAD-WORK-ITEMS-SECT.
SET List-Mine-Only TO TRUE.
DISPLAY 'Open work owned by ', FUNCTION TRIM(WS-Me), ', oldest first:'.
PERFORM LIST-ITEMS-SECT.
IF WS-Listed-Count = 0 THEN
    DISPLAY '  (none)'
ELSE
    DISPLAY WS-Listed-Count, ' item(s), ', WS-Escalated-Count, ' escalated.'
END-IF.
DISPLAY 'Unowned open work: SUSP ', WS-Source-Unowned(1), '  APPR ', WS-Source-Unowned(2),
    '  RJCT ', WS-Source-Unowned(3), '  EXPT ', WS-Source-Unowned(4),
    '  DRFT ', WS-Source-Unowned(5), '  INTG ', WS-Source-Unowned(6), '  CHRQ ', WS-Source-Unowned(7).
DISPLAY 'Enter T to take an item, R to release one, A to assign one, Q to list the whole queue, or blank to leave:'.
ACCEPT WS-Mode-Choice.
EVALUATE WS-Mode-Choice
    WHEN "T" WHEN "t" PERFORM TAKE-ITEM-SECT
    WHEN "R" WHEN "r" PERFORM RELEASE-ITEM-SECT
    WHEN "A" WHEN "a" PERFORM ASSIGN-ITEM-SECT
    WHEN "Q" WHEN "q"
        SET List-All-Open TO TRUE
        DISPLAY 'Every open item, oldest first:'
        PERFORM LIST-ITEMS-SECT
        DISPLAY WS-Listed-Count, ' item(s) open, ', WS-Escalated-Count, ' escalated.'
    WHEN SPACE CONTINUE
    WHEN OTHER DISPLAY 'INPUT ERROR: please enter T, R, A, Q, or blank.'
END-EVALUATE.
GOBACK.

LOAD-WORK-ITEMS-SECT.
PERFORM VARYING WS-Src-Idx FROM 1 BY 1 UNTIL WS-Src-Idx > 7
    MOVE 0 TO WS-Source-Unowned(WS-Src-Idx)
END-PERFORM.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-WORK-ITEMS.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Work-Item-File.
IF WS-Work-Item-Status NOT = "00" THEN
    DISPLAY 'No work items on file yet - WTM-WORKSYNC raises them.'
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Work-Item-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Wki-Item-ID IS NUMERIC THEN
                PERFORM KEEP-ITEM-STATE-SECT
            END-IF
    END-READ
END-PERFORM.
CLOSE Work-Item-File.
PERFORM VARYING WS-Itm-Idx FROM 1 BY 1 UNTIL WS-Itm-Idx > WS-Item-Count
    IF (WS-Itm-Status(WS-Itm-Idx) NOT = "C") AND (WS-Itm-Owner(WS-Itm-Idx) = SPACES) THEN
        PERFORM VARYING WS-Src-Idx FROM 1 BY 1 UNTIL WS-Src-Idx > 7
            IF WS-Source-Code(WS-Src-Idx) = WS-Itm-Source(WS-Itm-Idx) THEN
                ADD 1 TO WS-Source-Unowned(WS-Src-Idx)
            END-IF
        END-PERFORM
    END-IF
END-PERFORM.

KEEP-ITEM-STATE-SECT.
MOVE 0 TO WS-Itm-Slot.
MOVE 0 TO WS-Itm-Free.
PERFORM VARYING WS-Itm-Idx FROM 1 BY 1 UNTIL (WS-Itm-Idx > WS-Item-Count) OR (WS-Itm-Slot > 0)
    IF WS-Itm-Status(WS-Itm-Idx) = "C" THEN
        IF WS-Itm-Free = 0 THEN
            MOVE WS-Itm-Idx TO WS-Itm-Free
        END-IF
    ELSE
        IF WS-Itm-ID(WS-Itm-Idx) = Wki-Item-ID THEN
            MOVE WS-Itm-Idx TO WS-Itm-Slot
        END-IF
    END-IF
END-PERFORM.
IF WS-Itm-Slot = 0 THEN
    IF Wki-Closed THEN
        EXIT PARAGRAPH
    END-IF
    IF WS-Itm-Free > 0 THEN
        MOVE WS-Itm-Free TO WS-Itm-Slot
    ELSE
        IF WS-Item-Count >= 3000 THEN
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-Item-Count
        MOVE WS-Item-Count TO WS-Itm-Slot
    END-IF
END-IF.
MOVE Wki-Item-ID TO WS-Itm-ID(WS-Itm-Slot).
MOVE Wki-Source TO WS-Itm-Source(WS-Itm-Slot).
MOVE Wki-Source-Key TO WS-Itm-Key(WS-Itm-Slot).
MOVE Wki-Employee-ID TO WS-Itm-Employee-ID(WS-Itm-Slot).
MOVE Wki-Description TO WS-Itm-Description(WS-Itm-Slot).
MOVE Wki-Opened-Date TO WS-Itm-Opened(WS-Itm-Slot).
MOVE Wki-Status TO WS-Itm-Status(WS-Itm-Slot).
MOVE Wki-Owner-ID TO WS-Itm-Owner(WS-Itm-Slot).

LIST-ITEMS-SECT.
*> Selection pass: repeatedly takes the unlisted item opened
*> earliest (lowest item number on a tie), so the oldest work heads
*> the list.
MOVE 0 TO WS-Listed-Count.
MOVE 0 TO WS-Escalated-Count.
PERFORM VARYING WS-Itm-Idx FROM 1 BY 1 UNTIL WS-Itm-Idx > WS-Item-Count
    MOVE "N" TO WS-Itm-Listed(WS-Itm-Idx)
END-PERFORM.
DISPLAY '  ITEM     SRC   EMPLOYEE  AGE  OWNER     STATUS     DESCRIPTION'.
MOVE 1 TO WS-Best-Slot.
PERFORM UNTIL WS-Best-Slot = 0
    MOVE 0 TO WS-Best-Slot
    MOVE 99999999 TO WS-Best-Date
    MOVE 9999999 TO WS-Best-ID
    PERFORM VARYING WS-Itm-Idx FROM 1 BY 1 UNTIL WS-Itm-Idx > WS-Item-Count
        IF (WS-Itm-Status(WS-Itm-Idx) NOT = "C") AND (WS-Itm-Listed(WS-Itm-Idx) = "N")
            AND (List-All-Open OR (WS-Itm-Owner(WS-Itm-Idx) = WS-Me))
            AND ((WS-Itm-Opened(WS-Itm-Idx) < WS-Best-Date)
                OR ((WS-Itm-Opened(WS-Itm-Idx) = WS-Best-Date) AND (WS-Itm-ID(WS-Itm-Idx) < WS-Best-ID))) THEN
            MOVE WS-Itm-Idx TO WS-Best-Slot
            MOVE WS-Itm-Opened(WS-Itm-Idx) TO WS-Best-Date
            MOVE WS-Itm-ID(WS-Itm-Idx) TO WS-Best-ID
        END-IF
    END-PERFORM
    IF WS-Best-Slot > 0 THEN
        PERFORM SHOW-ITEM-LINE-SECT
    END-IF
END-PERFORM.

SHOW-ITEM-LINE-SECT.
MOVE "Y" TO WS-Itm-Listed(WS-Best-Slot).
ADD 1 TO WS-Listed-Count.
COMPUTE WS-Age-Days = FUNCTION INTEGER-OF-DATE(WS-Today)
    - FUNCTION INTEGER-OF-DATE(WS-Itm-Opened(WS-Best-Slot)).
MOVE WS-Age-Days TO WS-Age-Disp.
IF WS-Itm-Status(WS-Best-Slot) = "E" THEN
    MOVE 'ESCALATED' TO WS-Escalated-Mark
    ADD 1 TO WS-Escalated-Count
ELSE
    MOVE 'open     ' TO WS-Escalated-Mark
END-IF.
IF WS-Itm-Owner(WS-Best-Slot) = SPACES THEN
    MOVE '(none)' TO WS-Owner-Disp
ELSE
    MOVE WS-Itm-Owner(WS-Best-Slot) TO WS-Owner-Disp
END-IF.
DISPLAY '  ', WS-Itm-ID(WS-Best-Slot), '  ', WS-Itm-Source(WS-Best-Slot), '  ',
    WS-Itm-Employee-ID(WS-Best-Slot), '  ', WS-Age-Disp, '  ', WS-Owner-Disp, '  ',
    WS-Escalated-Mark, '  ', FUNCTION TRIM(WS-Itm-Description(WS-Best-Slot)).

ACCEPT-ITEM-SECT.
*> Finds the open item the operator names; WS-Itm-Slot 0 when there
*> is none.
MOVE 0 TO WS-Itm-Slot.
DISPLAY 'Enter the item number:'.
ACCEPT WS-Pick-Input.
IF FUNCTION TEST-NUMVAL(WS-Pick-Input) NOT = 0 THEN
    DISPLAY 'INPUT ERROR: that is not an item number.'
    EXIT PARAGRAPH
END-IF.
COMPUTE WS-Pick-ID = FUNCTION NUMVAL(WS-Pick-Input).
PERFORM VARYING WS-Itm-Idx FROM 1 BY 1 UNTIL (WS-Itm-Idx > WS-Item-Count) OR (WS-Itm-Slot > 0)
    IF (WS-Itm-Status(WS-Itm-Idx) NOT = "C") AND (WS-Itm-ID(WS-Itm-Idx) = WS-Pick-ID) THEN
        MOVE WS-Itm-Idx TO WS-Itm-Slot
    END-IF
END-PERFORM.
IF WS-Itm-Slot = 0 THEN
    DISPLAY 'There is no open item ', WS-Pick-ID, '.'
END-IF.

TAKE-ITEM-SECT.
PERFORM ACCEPT-ITEM-SECT.
IF WS-Itm-Slot = 0 THEN
    EXIT PARAGRAPH
END-IF.
IF WS-Itm-Owner(WS-Itm-Slot) NOT = SPACES THEN
    DISPLAY 'Item ', WS-Pick-ID, ' is already owned by ', FUNCTION TRIM(WS-Itm-Owner(WS-Itm-Slot)),
        ' - a supervisor can reassign it.'
    EXIT PARAGRAPH
END-IF.
MOVE WS-Me TO WS-Itm-Owner(WS-Itm-Slot).
MOVE 'ASSIGNED' TO WS-Item-Event.
PERFORM WRITE-ITEM-ROW-SECT.
DISPLAY 'Item ', WS-Pick-ID, ' is now yours.'.

RELEASE-ITEM-SECT.
PERFORM ACCEPT-ITEM-SECT.
IF WS-Itm-Slot = 0 THEN
    EXIT PARAGRAPH
END-IF.
IF WS-Itm-Owner(WS-Itm-Slot) NOT = WS-Me THEN
    DISPLAY 'Item ', WS-Pick-ID, ' is not yours to release.'
    EXIT PARAGRAPH
END-IF.
MOVE SPACES TO WS-Itm-Owner(WS-Itm-Slot).
MOVE 'RELEASED' TO WS-Item-Event.
PERFORM WRITE-ITEM-ROW-SECT.
DISPLAY 'Item ', WS-Pick-ID, ' is back on the queue.'.

ASSIGN-ITEM-SECT.
MOVE 'WTM-MYWORK ASSIGN' TO WS-Gate-Function.
MOVE "S" TO WS-Gate-Role.
CALL 'WTM-ROLE-GATE' USING WS-Gate-Function, WS-Gate-Role, WS-Gate-Result.
IF NOT Gate-Granted THEN
    DISPLAY 'Assigning work to another operator is a supervisor function.'
    EXIT PARAGRAPH
END-IF.
PERFORM ACCEPT-ITEM-SECT.
IF WS-Itm-Slot = 0 THEN
    EXIT PARAGRAPH
END-IF.
DISPLAY 'Enter the operator ID to own it:'.
ACCEPT WS-Target-Operator.
MOVE FUNCTION UPPER-CASE(WS-Target-Operator) TO WS-Target-Operator.
PERFORM FIND-TARGET-OPERATOR-SECT.
IF NOT Target-Found THEN
    DISPLAY 'Operator ', FUNCTION TRIM(WS-Target-Operator), ' is not an active operator on WTM-OPERATORS.DAT.'
    EXIT PARAGRAPH
END-IF.
IF WS-Itm-Owner(WS-Itm-Slot) = WS-Target-Operator THEN
    DISPLAY 'Item ', WS-Pick-ID, ' is already owned by ', FUNCTION TRIM(WS-Target-Operator), '.'
    EXIT PARAGRAPH
END-IF.
MOVE WS-Target-Operator TO WS-Itm-Owner(WS-Itm-Slot).
MOVE 'ASSIGNED' TO WS-Item-Event.
PERFORM WRITE-ITEM-ROW-SECT.
DISPLAY 'Item ', WS-Pick-ID, ' assigned to ', FUNCTION TRIM(WS-Target-Operator), '.'.

FIND-TARGET-OPERATOR-SECT.
SET Target-Found TO FALSE.
OPEN INPUT Operator-File.
IF WS-Operator-File-Status NOT = "00" THEN
    DISPLAY 'WTM-MYWORK: could not open WTM-OPERATORS.DAT, file status ', WS-Operator-File-Status
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF OR Target-Found
    READ Operator-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (Oper-ID = WS-Target-Operator) AND (Oper-Status = "A") THEN
                SET Target-Found TO TRUE
            END-IF
    END-READ
END-PERFORM.
CLOSE Operator-File.

WRITE-ITEM-ROW-SECT.
*> The event is the caller's; the rest is the item as it now stands.
MOVE SPACES TO Work-Item-Record.
MOVE WS-Item-Event TO Wki-Event.
MOVE WS-Itm-ID(WS-Itm-Slot) TO Wki-Item-ID.
MOVE WS-Itm-Source(WS-Itm-Slot) TO Wki-Source.
MOVE WS-Itm-Key(WS-Itm-Slot) TO Wki-Source-Key.
MOVE WS-Itm-Employee-ID(WS-Itm-Slot) TO Wki-Employee-ID.
MOVE WS-Itm-Description(WS-Itm-Slot) TO Wki-Description.
MOVE WS-Itm-Opened(WS-Itm-Slot) TO Wki-Opened-Date.
MOVE WS-Itm-Status(WS-Itm-Slot) TO Wki-Status.
MOVE WS-Itm-Owner(WS-Itm-Slot) TO Wki-Owner-ID.
MOVE WS-Today TO Wki-Event-Date.
MOVE WS-Now TO Wki-Event-Time.
MOVE WS-Me TO Wki-Operator-ID.
OPEN EXTEND Work-Item-File.
IF WS-Work-Item-Status = "00" THEN
    WRITE Work-Item-Record
    SET Rjn-After-Image TO TRUE
    MOVE 'WTM-WORK-ITEMS.DAT' TO WS-Rjn-File-Name
    MOVE Work-Item-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    CLOSE Work-Item-File
    SET File-Ctl-Register TO TRUE
    MOVE 'WTM-WORK-ITEMS.DAT' TO WS-File-Ctl-Name
    CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result
ELSE
    DISPLAY 'WTM-MYWORK: could not write WTM-WORK-ITEMS.DAT, file status ', WS-Work-Item-Status
    MOVE 12 TO RETURN-CODE
END-IF.

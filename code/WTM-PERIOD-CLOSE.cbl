*> close refuses while the balancing report still carries an
*> out-of-balance date; reopening is supervisor-only and demands a
*> reason, and every action is an appended, operator-stamped row -
*> the status file is its own audit trail. Before the close row goes
*> down, WTM-SNAPSHOT freezes the period's history runs, deficit
*> balances and export records onto WTM-CLOSE-SNAPSHOTS.DAT, so the
*> report book, statements and balancing report can later show the
*> period "as closed"; a close whose snapshot cannot be written is
*> refused.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-PERIOD-CLOSE.

01 WS-Gate-Result PIC X.
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-OPERATOR-ROLE.cpy".
    COPY "WTM-JOURNAL.cpy".
    COPY "WTM-SNAPSHOT-CTL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY 'Close period ', WS-Work-Period, '? Enter Y to confirm:'.
ACCEPT WS-Confirm.
IF (WS-Confirm = "Y") OR (WS-Confirm = "y") THEN
    SET Snap-Write TO TRUE
    MOVE WS-Work-Period TO WS-Snap-Period
    CALL 'WTM-SNAPSHOT' USING WS-Snap-Function, WS-Snap-Period, WS-Snap-Result
    IF NOT Snap-Done THEN
        DISPLAY 'Close refused - the period snapshot could not be written; period ', WS-Work-Period, ' stays open.'
        MOVE 12 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    DISPLAY 'Snapshot taken: ', WS-Snap-Closed-Runs, ' run(s), ', WS-Snap-Closed-Exports, ' export row(s).'
    IF Snap-Table-Overflow THEN
        DISPLAY 'Warning: the period is too large to be compared in full against its snapshot.'
    END-IF
    MOVE 'BALANCING SIGNED OFF' TO WS-Reason-Input
    MOVE "C" TO WS-Current-Status
    PERFORM APPEND-STATUS-ROW-SECT
    END-IF
    MOVE WS-Reason-Input(1:30) TO Pst-Reason
    WRITE Period-Status-Record
    SET Rjn-After-Image TO TRUE
    MOVE 'WTM-PERIOD-STATUS.DAT' TO WS-Rjn-File-Name
    MOVE Period-Status-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    CLOSE Period-Status-File
ELSE
    DISPLAY 'WARNING: could not write WTM-PERIOD-STATUS.DAT, file status ', WS-Period-Status-Status

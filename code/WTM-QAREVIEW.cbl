*> Quality-assurance review of sampled keyed runs. Lists the runs
*> WTM-QASAMPLE queued in WTM-QA-QUEUE.DAT that still await review;
*> the reviewer picks one, sees it as keyed (employee, period,
*> household, salary, and the six category amounts, who keyed it and
*> when), checks it against the source document, and records P (it
*> matched) or F (it did not) with the error type found - the types
*> are in WTM-QA-ERROR-TYPES.cpy. Nobody reviews their own runs. A
*> recorded verdict is final here; the queue is rewritten when the
*> session ends. Supervisor role required.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-QAREVIEW.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT QA-Queue-File ASSIGN TO "WTM-QA-QUEUE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-QA-Queue-Status.

DATA DIVISION.
FILE SECTION.
FD  QA-Queue-File.
    COPY "WTM-QA-QUEUE-REC.cpy".

WORKING-STORAGE SECTION.
01 WS-Gate-Function PIC X(20).
01 WS-Gate-Role PIC X.
01 WS-Gate-Result PIC X.
    88 Gate-Granted VALUE "G" FALSE "D".
01 WS-QA-Queue-Status PIC XX.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
*> The whole queue, held so reviewed rows can be written back.
01 WS-Queue-Table.
    05 WS-Queue-Row PIC X(135) OCCURS 3000 TIMES.
01 WS-Queue-Count PIC 9(4) VALUE 0.
01 WS-Queue-Idx PIC 9(4).
01 WS-Queue-Overflow-Flag PIC X VALUE "N".
    88 Queue-Overflowed VALUE "Y" FALSE "N".
01 WS-Pending-Count PIC 9(4).
01 WS-Reviewed-Count PIC 9(4) VALUE 0.
01 WS-Pick-Input PIC X(10).
01 WS-Test-Numval PIC 9(4).
01 WS-Pick PIC 9(4).
01 WS-Review-Done-Flag PIC X VALUE "N".
    88 Review-Done VALUE "Y" FALSE "N".
01 WS-Verdict-Input PIC X(10).
01 WS-Error-Input PIC X(10).
01 WS-Error-Idx PIC 9(2).
01 WS-Error-Valid-Flag PIC X VALUE "N".
    88 Error-Valid VALUE "Y" FALSE "N".
01 WS-Reviewer-ID PIC X(8).
01 WS-Money-Disp PIC Z,ZZZ,ZZZ,ZZ9.99-.
    COPY "WTM-KEYED-RUN-REC.cpy".
    COPY "WTM-QA-ERROR-TYPES.cpy".
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-JOURNAL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '------------------------------ WTM QUALITY-ASSURANCE REVIEW --------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
*> Protected function: a verdict feeds each operator's error rate, so
*> it requires the supervisor role whether launched from the console
*> or the command line.
MOVE 'WTM-QAREVIEW' TO WS-Gate-Function.
MOVE "S" TO WS-Gate-Role.
CALL 'WTM-ROLE-GATE' USING WS-Gate-Function, WS-Gate-Role, WS-Gate-Result.
IF NOT Gate-Granted THEN
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
IF WTM-Operator-ID = SPACES THEN
    MOVE 'UNKNOWN ' TO WS-Reviewer-ID
ELSE
    MOVE WTM-Operator-ID TO WS-Reviewer-ID
END-IF.
PERFORM LOAD-QUEUE-SECT.
IF Queue-Overflowed THEN
    DISPLAY 'QAREVIEW: WTM-QA-QUEUE.DAT holds more than 3000 rows - saving from here would drop the rest. Review refused.'
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM UNTIL Review-Done
    PERFORM LIST-PENDING-SECT
    IF WS-Pending-Count = 0 THEN
        DISPLAY 'No sampled run is waiting for review.'
        SET Review-Done TO TRUE
    ELSE
        DISPLAY 'Enter the item number to review, or X to finish:'
        ACCEPT WS-Pick-Input
        IF (WS-Pick-Input = 'X') OR (WS-Pick-Input = 'x') THEN
            SET Review-Done TO TRUE
        ELSE
            PERFORM REVIEW-ONE-SECT
        END-IF
    END-IF
END-PERFORM.
IF WS-Reviewed-Count > 0 THEN
    PERFORM REWRITE-QUEUE-SECT
END-IF.
DISPLAY WS-Reviewed-Count, ' verdict(s) recorded this session.'.
GOBACK.

LOAD-QUEUE-SECT.
MOVE 0 TO WS-Queue-Count.
OPEN INPUT QA-Queue-File.
IF WS-QA-Queue-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ QA-Queue-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF WS-Queue-Count < 3000 THEN
                ADD 1 TO WS-Queue-Count
                MOVE QA-Queue-Record TO WS-Queue-Row(WS-Queue-Count)
            ELSE
                SET Queue-Overflowed TO TRUE
            END-IF
    END-READ
END-PERFORM.
CLOSE QA-Queue-File.

LIST-PENDING-SECT.
MOVE 0 TO WS-Pending-Count.
DISPLAY 'ITEM  SAMPLED   EMPLOYEE  PERIOD  KEYED BY  KEYED ON'.
PERFORM VARYING WS-Queue-Idx FROM 1 BY 1 UNTIL WS-Queue-Idx > WS-Queue-Count
    MOVE WS-Queue-Row(WS-Queue-Idx) TO QA-Queue-Record
    IF Qaq-Pending THEN
        ADD 1 TO WS-Pending-Count
        MOVE Qaq-Run TO Keyed-Run-Record
        DISPLAY WS-Queue-Idx, '  ', Qaq-Sample-Date, '  ', Kyr-Employee-ID, '    ', Kyr-Period, '  ',
            Kyr-Operator-ID, '  ', Kyr-Run-Date, ' ', Kyr-Run-Time(1:4)
    END-IF
END-PERFORM.
DISPLAY WS-Pending-Count, ' item(s) waiting.'.

REVIEW-ONE-SECT.
MOVE FUNCTION TEST-NUMVAL(WS-Pick-Input) TO WS-Test-Numval.
IF WS-Test-Numval NOT = 0 THEN
    DISPLAY 'INPUT ERROR: enter an item number from the list.'
    EXIT PARAGRAPH
END-IF.
COMPUTE WS-Pick = FUNCTION NUMVAL(WS-Pick-Input).
IF (WS-Pick < 1) OR (WS-Pick > WS-Queue-Count) THEN
    DISPLAY 'INPUT ERROR: enter an item number from the list.'
    EXIT PARAGRAPH
END-IF.
MOVE WS-Queue-Row(WS-Pick) TO QA-Queue-Record.
IF NOT Qaq-Pending THEN
    DISPLAY 'Item ', WS-Pick, ' has already been reviewed.'
    EXIT PARAGRAPH
END-IF.
MOVE Qaq-Run TO Keyed-Run-Record.
IF Kyr-Operator-ID = WS-Reviewer-ID THEN
    DISPLAY 'REFUSED: item ', WS-Pick, ' was keyed by you - another reviewer must check it.'
    EXIT PARAGRAPH
END-IF.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY 'Employee ', Kyr-Employee-ID, '  household ', Kyr-Household-ID, '  period ', Kyr-Period.
DISPLAY 'Keyed by ', Kyr-Operator-ID, ' on ', Kyr-Run-Date, ' at ', Kyr-Run-Time(1:2), ':', Kyr-Run-Time(3:2).
MOVE Kyr-Salary TO WS-Money-Disp.
DISPLAY '  Salary     $', WS-Money-Disp.
MOVE Kyr-Rent TO WS-Money-Disp.
DISPLAY '  Rent       $', WS-Money-Disp.
MOVE Kyr-Bills TO WS-Money-Disp.
DISPLAY '  Bills      $', WS-Money-Disp.
MOVE Kyr-Food TO WS-Money-Disp.
DISPLAY '  Food       $', WS-Money-Disp.
MOVE Kyr-Travel TO WS-Money-Disp.
DISPLAY '  Travel     $', WS-Money-Disp.
MOVE Kyr-Taxes TO WS-Money-Disp.
DISPLAY '  Taxes      $', WS-Money-Disp.
MOVE Kyr-Insurance TO WS-Money-Disp.
DISPLAY '  Insurance  $', WS-Money-Disp.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY 'Check these against the source document. P = it matches, F = it does not, anything else = leave it:'.
ACCEPT WS-Verdict-Input.
MOVE FUNCTION UPPER-CASE(WS-Verdict-Input) TO WS-Verdict-Input.
EVALUATE WS-Verdict-Input(1:1)
    WHEN "P"
        MOVE "P" TO Qaq-Result
        MOVE SPACES TO Qaq-Error-Type
    WHEN "F"
        PERFORM ACCEPT-ERROR-TYPE-SECT
        MOVE "F" TO Qaq-Result
        MOVE WS-Qa-Error-Code(WS-Error-Idx) TO Qaq-Error-Type
    WHEN OTHER
        DISPLAY 'Item ', WS-Pick, ' left waiting.'
        EXIT PARAGRAPH
END-EVALUATE.
MOVE WS-Reviewer-ID TO Qaq-Reviewer-ID.
MOVE FUNCTION CURRENT-DATE(1:8) TO Qaq-Review-Date.
MOVE QA-Queue-Record TO WS-Queue-Row(WS-Pick).
ADD 1 TO WS-Reviewed-Count.
DISPLAY 'Item ', WS-Pick, ' recorded as ', Qaq-Result, ' ', Qaq-Error-Type, '.'.

ACCEPT-ERROR-TYPE-SECT.
PERFORM VARYING WS-Error-Idx FROM 1 BY 1 UNTIL WS-Error-Idx > WS-Qa-Error-Count
    DISPLAY '  ', WS-Qa-Error-Code(WS-Error-Idx), '  ', WS-Qa-Error-Desc(WS-Error-Idx)
END-PERFORM.
DISPLAY 'Error type found:'.
MOVE "N" TO WS-Error-Valid-Flag.
PERFORM UNTIL Error-Valid
    ACCEPT WS-Error-Input
    MOVE FUNCTION UPPER-CASE(WS-Error-Input) TO WS-Error-Input
    PERFORM VARYING WS-Error-Idx FROM 1 BY 1 UNTIL (WS-Error-Idx > WS-Qa-Error-Count) OR Error-Valid
        IF WS-Qa-Error-Code(WS-Error-Idx) = WS-Error-Input(1:4) THEN
            SET Error-Valid TO TRUE
        END-IF
    END-PERFORM
    IF Error-Valid THEN
        SUBTRACT 1 FROM WS-Error-Idx
    ELSE
        DISPLAY 'INPUT ERROR: enter one of the codes listed. Please re-enter.'
    END-IF
END-PERFORM.

REWRITE-QUEUE-SECT.
OPEN OUTPUT QA-Queue-File.
IF WS-QA-Queue-Status NOT = "00" THEN
    DISPLAY 'QAREVIEW: could not rewrite WTM-QA-QUEUE.DAT, file status ', WS-QA-Queue-Status
    DISPLAY 'QAREVIEW: this session''s verdicts were NOT saved.'
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING WS-Queue-Idx FROM 1 BY 1 UNTIL WS-Queue-Idx > WS-Queue-Count
    MOVE WS-Queue-Row(WS-Queue-Idx) TO QA-Queue-Record
    WRITE QA-Queue-Record
END-PERFORM.
CLOSE QA-Queue-File.
SET Rjn-File-Image TO TRUE.
MOVE 'WTM-QA-QUEUE.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.

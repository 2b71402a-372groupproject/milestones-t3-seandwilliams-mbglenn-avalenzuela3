*> Operator job request queue. An off-cycle statement run, a reprint
*> for one department, or a re-extract after tonight's
*> acknowledgments used to be asked for in passing and launched only
*> if someone remembered. Here an operator submits the request with
*> its parameters and the date it should run on; a supervisor approves
*> or rejects it with a reason; WTM-NIGHTLY runs each approved request
*> whose date has come, after the scheduled steps, and marks it on the
*> queue with the night, its return code, and the output file it
*> wrote. The list shows the requester their own requests - a
*> supervisor sees everyone's - newest first with status and output
*> file, so the next morning answers "did it run, and where is it". A
*> request can be withdrawn by its requester (or a supervisor) until
*> it has run. The requestable jobs and their parameters:
*>   WTM-STATEMENT  annual employee statements - year, C calendar or
*>                  F fiscal grouping
*>   WTM-REPRINT    budget breakdown reprint - employee (0 all),
*>                  department (blank all), run-date range
*>   WTM-REEXTRACT  accounting re-extract - age in days past which an
*>                  unacknowledged record is re-sent
*> Queue layout in WTM-JOB-QUEUE-REC.cpy; the parameter layouts the
*> jobs read are in WTM-JOB-PARMS.cpy.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-JOBREQ.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Job-Queue-File ASSIGN TO "WTM-JOB-QUEUE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Job-Queue-Status.

DATA DIVISION.
FILE SECTION.
FD  Job-Queue-File.
    COPY "WTM-JOB-QUEUE-REC.cpy".

WORKING-STORAGE SECTION.
01 WS-Job-Queue-Status PIC XX.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Queue-Table.
    05 WS-Jq-Image PIC X(193) OCCURS 500 TIMES.
01 WS-Queue-Count PIC 9(3) VALUE 0.
01 WS-Jq-Idx PIC 9(3).
01 WS-Queue-Overflow-Flag PIC X VALUE "N".
    88 Queue-Overflowed VALUE "Y" FALSE "N".
01 WS-Highest-Request-No PIC 9(6) VALUE 0.
01 WS-Action PIC X.
01 WS-Done-Flag PIC X VALUE "N".
    88 Requests-Done VALUE "Y" FALSE "N".
01 WS-Requester PIC X(8).
01 WS-Gate-Function PIC X(20).
01 WS-Gate-Role PIC X.
01 WS-Gate-Result PIC X.
    88 Gate-Granted VALUE "G" FALSE "D".
01 WS-Supervisor-Flag PIC X VALUE "N".
    88 Is-Supervisor VALUE "Y" FALSE "N".
01 WS-Job-Choice PIC X.
01 WS-Job-Program PIC X(20).
01 WS-Job-Valid-Flag PIC X.
    88 Job-Valid VALUE "Y" FALSE "N".
01 WS-Numeric-Input PIC X(10).
01 WS-Test-Numval PIC S9(8).
01 WS-Input-Valid PIC X VALUE "N".
    88 Input-Valid VALUE "Y" FALSE "N".
01 WS-Accept-Target PIC 9(8).
01 WS-Text-Input PIC X(30).
01 WS-Confirm PIC X.
01 WS-Decision PIC X.
01 WS-Today PIC 9(8).
01 WS-Run-Date PIC 9(8).
01 WS-Status-Text PIC X(10).
01 WS-Listed-Count PIC 9(3) VALUE 0.
01 WS-Decided-Count PIC 9(3) VALUE 0.
01 WS-Pending-Count PIC 9(3) VALUE 0.
01 WS-Withdraw-No PIC 9(6).
01 WS-Found-Flag PIC X.
    88 Request-Found VALUE "Y" FALSE "N".
    COPY "WTM-JOB-PARMS.cpy".
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-OPERATOR-ROLE.cpy".
    COPY "WTM-JOURNAL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '------------------------------ WTM JOB REQUEST QUEUE ---------------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
MOVE 0 TO RETURN-CODE.
MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
IF WTM-Operator-ID = SPACES THEN
    MOVE 'UNKNOWN ' TO WS-Requester
ELSE
    MOVE WTM-Operator-ID TO WS-Requester
END-IF.
IF WTM-Operator-Role = "S" THEN
    SET Is-Supervisor TO TRUE
END-IF.
PERFORM LOAD-QUEUE-SECT.
SET Requests-Done TO FALSE.
PERFORM UNTIL Requests-Done
    DISPLAY ' '
    DISPLAY 'S  submit a job request          L  list requests and their status'
    DISPLAY 'A  approve or reject pending requests (supervisor)'
    DISPLAY 'W  withdraw a request            X  exit'
    DISPLAY 'Enter your choice:'
    ACCEPT WS-Action
    MOVE FUNCTION UPPER-CASE(WS-Action) TO WS-Action
    EVALUATE WS-Action
        WHEN "S" PERFORM SUBMIT-REQUEST-SECT
        WHEN "L" PERFORM LIST-REQUESTS-SECT
        WHEN "A" PERFORM REVIEW-REQUESTS-SECT
        WHEN "W" PERFORM WITHDRAW-REQUEST-SECT
        WHEN "X" SET Requests-Done TO TRUE
        WHEN OTHER DISPLAY 'INPUT ERROR: please enter S, L, A, W, or X.'
    END-EVALUATE
END-PERFORM.
GOBACK.

LOAD-QUEUE-SECT.
MOVE 0 TO WS-Queue-Count.
MOVE 0 TO WS-Highest-Request-No.
SET Queue-Overflowed TO FALSE.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Job-Queue-File.
IF WS-Job-Queue-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Job-Queue-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Jbq-Request-No > WS-Highest-Request-No THEN
                MOVE Jbq-Request-No TO WS-Highest-Request-No
            END-IF
            IF WS-Queue-Count < 500 THEN
                ADD 1 TO WS-Queue-Count
                MOVE Job-Queue-Record TO WS-Jq-Image(WS-Queue-Count)
            ELSE
                SET Queue-Overflowed TO TRUE
            END-IF
    END-READ
END-PERFORM.
CLOSE Job-Queue-File.

SUBMIT-REQUEST-SECT.
DISPLAY 'Requestable jobs:'.
DISPLAY '  1  WTM-STATEMENT   annual employee statements'.
DISPLAY '  2  WTM-REPRINT     budget breakdown reprint for an employee or department'.
DISPLAY '  3  WTM-REEXTRACT   accounting re-extract of rejected and unacknowledged exports'.
DISPLAY 'Enter the job number, or X to go back:'.
ACCEPT WS-Job-Choice.
MOVE SPACE TO WTM-Job-Request-Flag.
MOVE SPACES TO WTM-Job-Parameters.
SET Job-Valid TO TRUE.
EVALUATE WS-Job-Choice
    WHEN "1"
        MOVE 'WTM-STATEMENT' TO WS-Job-Program
        PERFORM STATEMENT-PARMS-SECT
    WHEN "2"
        MOVE 'WTM-REPRINT' TO WS-Job-Program
        PERFORM REPRINT-PARMS-SECT
    WHEN "3"
        MOVE 'WTM-REEXTRACT' TO WS-Job-Program
        PERFORM REEXTRACT-PARMS-SECT
    WHEN OTHER
        SET Job-Valid TO FALSE
END-EVALUATE.
IF NOT Job-Valid THEN
    DISPLAY 'No request submitted.'
    EXIT PARAGRAPH
END-IF.
DISPLAY 'Run on which night (YYYYMMDD), or 0 for tonight:'.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    PERFORM ACCEPT-NUMERIC-SECT
    IF WS-Accept-Target = 0 THEN
        MOVE WS-Today TO WS-Run-Date
        SET Input-Valid TO TRUE
    ELSE
        IF (FUNCTION TEST-DATE-YYYYMMDD(WS-Accept-Target) NOT = 0) OR (WS-Accept-Target < WS-Today) THEN
            DISPLAY 'INPUT ERROR: enter a valid date no earlier than today. Please re-enter.'
            SET Input-Valid TO FALSE
        ELSE
            MOVE WS-Accept-Target TO WS-Run-Date
        END-IF
    END-IF
END-PERFORM.
DISPLAY 'Submit ', FUNCTION TRIM(WS-Job-Program), ' [', FUNCTION TRIM(WTM-Job-Parameters), '] to run the night of ',
    WS-Run-Date, '? (Y/N)'.
ACCEPT WS-Confirm.
IF (WS-Confirm NOT = "Y") AND (WS-Confirm NOT = "y") THEN
    DISPLAY 'No request submitted.'
    EXIT PARAGRAPH
END-IF.
INITIALIZE Job-Queue-Record.
ADD 1 TO WS-Highest-Request-No.
MOVE WS-Highest-Request-No TO Jbq-Request-No.
MOVE WS-Job-Program TO Jbq-Program.
MOVE WTM-Job-Parameters TO Jbq-Parameters.
MOVE WS-Run-Date TO Jbq-Run-Date.
MOVE WS-Requester TO Jbq-Requester-ID.
MOVE WS-Today TO Jbq-Submit-Date.
MOVE FUNCTION CURRENT-DATE(9:6) TO Jbq-Submit-Time.
SET Jbq-Pending TO TRUE.
OPEN EXTEND Job-Queue-File.
IF WS-Job-Queue-Status = "35" THEN
    OPEN OUTPUT Job-Queue-File
END-IF.
IF WS-Job-Queue-Status NOT = "00" THEN
    DISPLAY 'JOBREQ: could not write WTM-JOB-QUEUE.DAT, file status ', WS-Job-Queue-Status
    SUBTRACT 1 FROM WS-Highest-Request-No
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
WRITE Job-Queue-Record.
SET Rjn-After-Image TO TRUE.
MOVE 'WTM-JOB-QUEUE.DAT' TO WS-Rjn-File-Name.
MOVE Job-Queue-Record TO WS-Rjn-Record.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
CLOSE Job-Queue-File.
IF WS-Queue-Count < 500 THEN
    ADD 1 TO WS-Queue-Count
    MOVE Job-Queue-Record TO WS-Jq-Image(WS-Queue-Count)
ELSE
    SET Queue-Overflowed TO TRUE
END-IF.
DISPLAY 'Request ', Jbq-Request-No, ' submitted - it runs once a supervisor approves it.'.

STATEMENT-PARMS-SECT.
DISPLAY 'Enter the statement year (YYYY):'.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    PERFORM ACCEPT-NUMERIC-SECT
    IF (WS-Accept-Target < 1900) OR (WS-Accept-Target > 2999) THEN
        DISPLAY 'INPUT ERROR: enter a year as YYYY. Please re-enter.'
        SET Input-Valid TO FALSE
    END-IF
END-PERFORM.
MOVE WS-Accept-Target TO WTM-Jp-Stmt-Year.
DISPLAY 'Group by C calendar year (default) or F fiscal 4-4-5 year?'.
ACCEPT WS-Text-Input.
IF (WS-Text-Input(1:1) = "F") OR (WS-Text-Input(1:1) = "f") THEN
    MOVE "F" TO WTM-Jp-Stmt-Basis
ELSE
    MOVE "C" TO WTM-Jp-Stmt-Basis
END-IF.

REPRINT-PARMS-SECT.
DISPLAY 'Enter an employee ID to reprint, or 0 for all employees:'.
PERFORM ACCEPT-NUMERIC-SECT.
IF WS-Accept-Target > 999999 THEN
    MOVE 0 TO WS-Accept-Target
END-IF.
MOVE WS-Accept-Target TO WTM-Jp-Rpr-Employee.
DISPLAY 'Enter a department code to reprint, or leave blank for all departments:'.
ACCEPT WS-Text-Input.
MOVE FUNCTION UPPER-CASE(WS-Text-Input(1:4)) TO WTM-Jp-Rpr-Dept.
DISPLAY 'Enter the from run-date (YYYYMMDD), or 0 for no lower bound:'.
PERFORM ACCEPT-NUMERIC-SECT.
MOVE WS-Accept-Target TO WTM-Jp-Rpr-From.
DISPLAY 'Enter the to run-date (YYYYMMDD), or 0 for no upper bound:'.
PERFORM ACCEPT-NUMERIC-SECT.
MOVE WS-Accept-Target TO WTM-Jp-Rpr-To.

REEXTRACT-PARMS-SECT.
DISPLAY 'Unacknowledged records older than how many days should be re-sent? (0 = default 7):'.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    PERFORM ACCEPT-NUMERIC-SECT
    IF WS-Accept-Target > 999 THEN
        DISPLAY 'INPUT ERROR: enter at most 999 days. Please re-enter.'
        SET Input-Valid TO FALSE
    END-IF
END-PERFORM.
MOVE WS-Accept-Target TO WTM-Jp-Rex-Age-Days.

LIST-REQUESTS-SECT.
*> Newest first; the requester's own rows, or every row for a
*> supervisor.
MOVE 0 TO WS-Listed-Count.
PERFORM VARYING WS-Jq-Idx FROM WS-Queue-Count BY -1 UNTIL WS-Jq-Idx < 1
    MOVE WS-Jq-Image(WS-Jq-Idx) TO Job-Queue-Record
    IF Is-Supervisor OR (Jbq-Requester-ID = WS-Requester) THEN
        PERFORM LIST-ONE-REQUEST-SECT
    END-IF
END-PERFORM.
IF WS-Listed-Count = 0 THEN
    DISPLAY 'No job requests on the queue for ', FUNCTION TRIM(WS-Requester), '.'
END-IF.

LIST-ONE-REQUEST-SECT.
ADD 1 TO WS-Listed-Count.
IF WS-Listed-Count = 1 THEN
    DISPLAY 'REQUEST JOB                  RUN NIGHT  BY        STATUS      RC  OUTPUT'
END-IF.
PERFORM STATUS-TEXT-SECT.
IF Jbq-Completed OR Jbq-Failed THEN
    DISPLAY Jbq-Request-No, '  ', Jbq-Program(1:20), ' ', Jbq-Ran-Date, '   ', Jbq-Requester-ID, '  ',
        WS-Status-Text, '  ', Jbq-Return-Code, '  ', FUNCTION TRIM(Jbq-Output-File)
ELSE
    DISPLAY Jbq-Request-No, '  ', Jbq-Program(1:20), ' ', Jbq-Run-Date, '   ', Jbq-Requester-ID, '  ',
        WS-Status-Text
END-IF.
IF Jbq-Rejected OR Jbq-Approved THEN
    DISPLAY '        ', WS-Status-Text, ' by ', FUNCTION TRIM(Jbq-Supervisor-ID), ' on ', Jbq-Decision-Date,
        ': ', FUNCTION TRIM(Jbq-Reason)
END-IF.

STATUS-TEXT-SECT.
EVALUATE TRUE
    WHEN Jbq-Pending   MOVE 'PENDING   ' TO WS-Status-Text
    WHEN Jbq-Approved  MOVE 'APPROVED  ' TO WS-Status-Text
    WHEN Jbq-Rejected  MOVE 'REJECTED  ' TO WS-Status-Text
    WHEN Jbq-Withdrawn MOVE 'WITHDRAWN ' TO WS-Status-Text
    WHEN Jbq-Completed MOVE 'COMPLETED ' TO WS-Status-Text
    WHEN Jbq-Failed    MOVE 'FAILED    ' TO WS-Status-Text
    WHEN OTHER         MOVE 'UNKNOWN   ' TO WS-Status-Text
END-EVALUATE.

REVIEW-REQUESTS-SECT.
IF Queue-Overflowed THEN
    DISPLAY 'JOBREQ: the queue holds more than 500 rows - it cannot be rewritten without dropping the overflow.'
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
MOVE 0 TO WS-Pending-Count.
PERFORM VARYING WS-Jq-Idx FROM 1 BY 1 UNTIL WS-Jq-Idx > WS-Queue-Count
    MOVE WS-Jq-Image(WS-Jq-Idx) TO Job-Queue-Record
    IF Jbq-Pending THEN
        ADD 1 TO WS-Pending-Count
    END-IF
END-PERFORM.
IF WS-Pending-Count = 0 THEN
    DISPLAY 'No job requests are pending approval.'
    EXIT PARAGRAPH
END-IF.
*> The approver is on record by ID, and the gate applies whether this
*> was reached from the console or the command line.
MOVE 'WTM-JOBREQ' TO WS-Gate-Function.
MOVE "S" TO WS-Gate-Role.
CALL 'WTM-ROLE-GATE' USING WS-Gate-Function, WS-Gate-Role, WS-Gate-Result.
IF NOT Gate-Granted THEN
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
DISPLAY WS-Pending-Count, ' request(s) pending approval.'.
MOVE 0 TO WS-Decided-Count.
PERFORM VARYING WS-Jq-Idx FROM 1 BY 1 UNTIL WS-Jq-Idx > WS-Queue-Count
    MOVE WS-Jq-Image(WS-Jq-Idx) TO Job-Queue-Record
    IF Jbq-Pending THEN
        PERFORM REVIEW-ONE-REQUEST-SECT
        MOVE Job-Queue-Record TO WS-Jq-Image(WS-Jq-Idx)
    END-IF
END-PERFORM.
IF WS-Decided-Count = 0 THEN
    DISPLAY 'No decisions made - the queue is unchanged.'
ELSE
    PERFORM REWRITE-QUEUE-SECT
    DISPLAY WS-Decided-Count, ' request(s) decided.'
END-IF.

REVIEW-ONE-REQUEST-SECT.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY 'REQUEST ', Jbq-Request-No, ': ', FUNCTION TRIM(Jbq-Program), ' [', FUNCTION TRIM(Jbq-Parameters),
    '] to run ', Jbq-Run-Date, ', asked by ', FUNCTION TRIM(Jbq-Requester-ID), ' on ', Jbq-Submit-Date.
DISPLAY 'Enter A to approve, R to reject, or S to skip for now:'.
ACCEPT WS-Decision.
EVALUATE WS-Decision
    WHEN "A" WHEN "a"
        DISPLAY 'Enter the approval reason (up to 30 characters):'
        ACCEPT WS-Text-Input
        SET Jbq-Approved TO TRUE
        PERFORM RECORD-DECISION-SECT
    WHEN "R" WHEN "r"
        DISPLAY 'Enter the rejection reason (up to 30 characters):'
        ACCEPT WS-Text-Input
        SET Jbq-Rejected TO TRUE
        PERFORM RECORD-DECISION-SECT
    WHEN OTHER
        DISPLAY 'Skipped - the request stays pending.'
END-EVALUATE.

RECORD-DECISION-SECT.
MOVE WS-Requester TO Jbq-Supervisor-ID.
MOVE WS-Today TO Jbq-Decision-Date.
MOVE WS-Text-Input TO Jbq-Reason.
ADD 1 TO WS-Decided-Count.

WITHDRAW-REQUEST-SECT.
IF Queue-Overflowed THEN
    DISPLAY 'JOBREQ: the queue holds more than 500 rows - it cannot be rewritten without dropping the overflow.'
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
DISPLAY 'Enter the request number to withdraw:'.
PERFORM ACCEPT-NUMERIC-SECT.
IF WS-Accept-Target > 999999 THEN
    MOVE 0 TO WS-Accept-Target
END-IF.
MOVE WS-Accept-Target TO WS-Withdraw-No.
SET Request-Found TO FALSE.
PERFORM VARYING WS-Jq-Idx FROM 1 BY 1 UNTIL (WS-Jq-Idx > WS-Queue-Count) OR Request-Found
    MOVE WS-Jq-Image(WS-Jq-Idx) TO Job-Queue-Record
    IF Jbq-Request-No = WS-Withdraw-No THEN
        SET Request-Found TO TRUE
    END-IF
END-PERFORM.
IF NOT Request-Found THEN
    DISPLAY 'There is no request ', WS-Withdraw-No, ' on the queue.'
    EXIT PARAGRAPH
END-IF.
SUBTRACT 1 FROM WS-Jq-Idx.
IF (Jbq-Requester-ID NOT = WS-Requester) AND NOT Is-Supervisor THEN
    DISPLAY 'Request ', WS-Withdraw-No, ' was submitted by ', FUNCTION TRIM(Jbq-Requester-ID),
        ' - only they or a supervisor can withdraw it.'
    EXIT PARAGRAPH
END-IF.
IF NOT (Jbq-Pending OR Jbq-Approved) THEN
    PERFORM STATUS-TEXT-SECT
    DISPLAY 'Request ', WS-Withdraw-No, ' is ', FUNCTION TRIM(WS-Status-Text), ' - it can no longer be withdrawn.'
    EXIT PARAGRAPH
END-IF.
SET Jbq-Withdrawn TO TRUE.
MOVE WS-Requester TO Jbq-Supervisor-ID.
MOVE WS-Today TO Jbq-Decision-Date.
MOVE 'WITHDRAWN BY REQUEST' TO Jbq-Reason.
MOVE Job-Queue-Record TO WS-Jq-Image(WS-Jq-Idx).
PERFORM REWRITE-QUEUE-SECT.
DISPLAY 'Request ', WS-Withdraw-No, ' withdrawn - it will not run.'.

REWRITE-QUEUE-SECT.
OPEN OUTPUT Job-Queue-File.
IF WS-Job-Queue-Status NOT = "00" THEN
    DISPLAY 'JOBREQ: could not rewrite WTM-JOB-QUEUE.DAT, file status ', WS-Job-Queue-Status
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING WS-Jq-Idx FROM 1 BY 1 UNTIL WS-Jq-Idx > WS-Queue-Count
    MOVE WS-Jq-Image(WS-Jq-Idx) TO Job-Queue-Record
    WRITE Job-Queue-Record
END-PERFORM.
CLOSE Job-Queue-File.
SET Rjn-File-Image TO TRUE.
MOVE 'WTM-JOB-QUEUE.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.

ACCEPT-NUMERIC-SECT.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    ACCEPT WS-Numeric-Input
    MOVE FUNCTION TEST-NUMVAL(WS-Numeric-Input) TO WS-Test-Numval
    IF WS-Test-Numval NOT = 0 THEN
        DISPLAY 'INPUT ERROR: that is not a valid number. Please re-enter.'
    ELSE
        COMPUTE WS-Accept-Target = FUNCTION NUMVAL(WS-Numeric-Input)
            ON SIZE ERROR
                DISPLAY 'INPUT ERROR: value is too large. Please re-enter.'
            NOT ON SIZE ERROR
                MOVE "Y" TO WS-Input-Valid
        END-COMPUTE
    END-IF
END-PERFORM.

*> Household change-request intake. Employees used to send budget
*> changes ("my rent went up to $1,450", "add my new child-care cost")
*> by email, where they were keyed in whenever someone got to them and
*> nobody could say what was still waiting. This job reads the portal
*> and HR extract WTM-CHANGE-INTAKE.DAT (employee, channel, category,
*> new amount, effective period) and queues each request on
*> WTM-CHANGE-REQUESTS.DAT as pending with the next request number.
*> A row that cannot be applied as it stands - unknown or inactive
*> employee, unrecognised category, no amount, bad period - is queued
*> already rejected with the reason, so the employee's request is on
*> record and can be answered. Operators work the pending requests
*> from run mode Q of wheresTheMoney; WTM-WORKSYNC raises each one on
*> the work queue and escalates it once it has waited too long.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-CHGINTAKE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Change-Intake-File ASSIGN TO "WTM-CHANGE-INTAKE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Change-Intake-Status.
    SELECT Change-Request-File ASSIGN TO "WTM-CHANGE-REQUESTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Change-Request-Status.
    SELECT Employee-Master-File ASSIGN TO "WTM-EMPLOYEE-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Employee-Master-Status.

DATA DIVISION.
FILE SECTION.
FD  Change-Intake-File.
    COPY "WTM-CHANGE-INTAKE-REC.cpy".

FD  Change-Request-File.
    COPY "WTM-CHANGE-REQUEST-REC.cpy".

FD  Employee-Master-File.
    COPY "WTM-EMPLOYEE-MASTER-REC.cpy".

WORKING-STORAGE SECTION.
01 WS-Change-Intake-Status PIC XX.
01 WS-Change-Request-Status PIC XX.
01 WS-Employee-Master-Status PIC XX.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Employee-Master-Table.
    05 WS-Empl-Entry OCCURS 500 TIMES INDEXED BY Empl-Idx.
       10 WS-Empl-ID         PIC 9(6).
       10 WS-Empl-Status     PIC X.
       10 WS-Empl-Term-Date  PIC 9(8).
01 WS-Employee-Master-Count PIC 9(4) VALUE 0.
*> The requestable categories, by their position in the budget
*> category table; taxes are computed by the run and never requested.
01 WS-Chg-Category-Values.
    05 FILLER PIC X(16) VALUE '1RENT           '.
    05 FILLER PIC X(16) VALUE '2BILLS          '.
    05 FILLER PIC X(16) VALUE '3FOOD           '.
    05 FILLER PIC X(16) VALUE '4TRAVEL         '.
    05 FILLER PIC X(16) VALUE '6INSURANCE      '.
01 WS-Chg-Category-Table REDEFINES WS-Chg-Category-Values.
    05 WS-Chg-Category OCCURS 5 TIMES INDEXED BY Chg-Cat-Idx.
       10 WS-Chg-Cat-No   PIC 9.
       10 WS-Chg-Cat-Name PIC X(15).
01 WS-Chg-Category-Upper PIC X(15).
01 WS-Chg-Category-No PIC 9.
01 WS-Chg-Category-Name PIC X(15).
01 WS-Today PIC 9(8).
01 WS-Next-Request-No PIC 9(6) VALUE 0.
01 WS-Reject-Reason PIC X(40).
01 WS-Empl-Found-Status PIC X.
01 WS-Empl-Found-Term PIC 9(8).
01 WS-Intake-Rows PIC 9(4) VALUE 0.
01 WS-Queued-Count PIC 9(4) VALUE 0.
01 WS-Rejected-Count PIC 9(4) VALUE 0.
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".
    COPY "WTM-FEED-CHECK.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '--------------------------- WTM HOUSEHOLD CHANGE-REQUEST INTAKE -----------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
SET Feed-Chk-Check TO TRUE.
MOVE 'WTM-CHANGE-INTAKE.DAT' TO WS-Feed-Chk-Name.
MOVE 1 TO WS-Feed-Chk-Key-Start.
MOVE 6 TO WS-Feed-Chk-Key-Length.
CALL 'WTM-FEEDCHECK' USING WS-Feed-Chk-Function, WS-Feed-Chk-Name, WS-Feed-Chk-Key-Start,
    WS-Feed-Chk-Key-Length, WS-Feed-Chk-Result.
IF Feed-Chk-Duplicate THEN
    DISPLAY 'CHGINTAKE HELD: WTM-CHANGE-INTAKE.DAT has already been loaded - nothing queued again.'
    MOVE 8 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM LOAD-EMPLOYEE-MASTER-SECT.
PERFORM FIND-NEXT-REQUEST-NO-SECT.
PERFORM PROCESS-INTAKE-SECT.
IF RETURN-CODE < 12 THEN
    SET Feed-Chk-Record TO TRUE
    CALL 'WTM-FEEDCHECK' USING WS-Feed-Chk-Function, WS-Feed-Chk-Name, WS-Feed-Chk-Key-Start,
        WS-Feed-Chk-Key-Length, WS-Feed-Chk-Result
END-IF.
DISPLAY 'Intake rows ', WS-Intake-Rows, ': ', WS-Queued-Count, ' queued pending, ',
    WS-Rejected-Count, ' queued as rejected.'.
IF (WS-Rejected-Count > 0) AND (RETURN-CODE < 4) THEN
    MOVE 4 TO RETURN-CODE
END-IF.
GOBACK.

LOAD-EMPLOYEE-MASTER-SECT.
MOVE 0 TO WS-Employee-Master-Count.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-EMPLOYEE-MASTER.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Employee-Master-File.
IF WS-Employee-Master-Status = "00" THEN
    PERFORM UNTIL WS-Employee-Master-Status NOT = "00"
        READ Employee-Master-File
            AT END EXIT PERFORM
            NOT AT END
                IF WS-Employee-Master-Count < 500 THEN
                    ADD 1 TO WS-Employee-Master-Count
                    MOVE Empl-ID TO WS-Empl-ID(WS-Employee-Master-Count)
                    MOVE Empl-Status TO WS-Empl-Status(WS-Employee-Master-Count)
                    IF Empl-Term-Date IS NUMERIC THEN
                        MOVE Empl-Term-Date TO WS-Empl-Term-Date(WS-Employee-Master-Count)
                    ELSE
                        MOVE 0 TO WS-Empl-Term-Date(WS-Employee-Master-Count)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE Employee-Master-File
END-IF.

FIND-NEXT-REQUEST-NO-SECT.
*> Request numbers run on across the whole queue, whatever the employee.
MOVE 0 TO WS-Next-Request-No.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Change-Request-File.
IF WS-Change-Request-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Change-Request-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (Chr-Request-No IS NUMERIC) AND (Chr-Request-No > WS-Next-Request-No) THEN
                MOVE Chr-Request-No TO WS-Next-Request-No
            END-IF
    END-READ
END-PERFORM.
CLOSE Change-Request-File.

PROCESS-INTAKE-SECT.
OPEN INPUT Change-Intake-File.
IF WS-Change-Intake-Status NOT = "00" THEN
    DISPLAY 'CHGINTAKE: could not open WTM-CHANGE-INTAKE.DAT, file status ', WS-Change-Intake-Status
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
OPEN EXTEND Change-Request-File.
IF WS-Change-Request-Status = "35" THEN
    OPEN OUTPUT Change-Request-File
END-IF.
IF WS-Change-Request-Status NOT = "00" THEN
    DISPLAY 'CHGINTAKE: could not write WTM-CHANGE-REQUESTS.DAT, file status ', WS-Change-Request-Status,
        ' - nothing queued.'
    CLOSE Change-Intake-File
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Change-Intake-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-Intake-Rows
            PERFORM QUEUE-ONE-REQUEST-SECT
    END-READ
END-PERFORM.
CLOSE Change-Intake-File.
CLOSE Change-Request-File.

QUEUE-ONE-REQUEST-SECT.
IF WS-Next-Request-No = 999999 THEN
    DISPLAY 'CHGINTAKE: request numbers are exhausted - row ', WS-Intake-Rows, ' and later NOT queued.'
    MOVE 12 TO RETURN-CODE
    SET File-EOF TO TRUE
    EXIT PARAGRAPH
END-IF.
PERFORM VALIDATE-REQUEST-SECT.
ADD 1 TO WS-Next-Request-No.
MOVE SPACES TO Change-Request-Record.
IF Cin-Employee-ID IS NUMERIC THEN
    MOVE Cin-Employee-ID TO Chr-Employee-ID
ELSE
    MOVE 0 TO Chr-Employee-ID
END-IF.
MOVE WS-Next-Request-No TO Chr-Request-No.
MOVE Cin-Source TO Chr-Source.
IF (Cin-Submitted-Date IS NUMERIC) AND (Cin-Submitted-Date <= WS-Today)
    AND (FUNCTION TEST-DATE-YYYYMMDD(Cin-Submitted-Date) = 0) THEN
    MOVE Cin-Submitted-Date TO Chr-Received-Date
ELSE
    MOVE WS-Today TO Chr-Received-Date
END-IF.
MOVE WS-Chg-Category-No TO Chr-Category-No.
MOVE WS-Chg-Category-Name TO Chr-Category-Name.
IF Cin-New-Amount IS NUMERIC THEN
    MOVE Cin-New-Amount TO Chr-New-Amount
ELSE
    MOVE 0 TO Chr-New-Amount
END-IF.
IF Cin-Effective-Period IS NUMERIC THEN
    MOVE Cin-Effective-Period TO Chr-Effective-Period
ELSE
    MOVE 0 TO Chr-Effective-Period
END-IF.
MOVE Cin-Description TO Chr-Description.
MOVE 0 TO Chr-Decided-Date.
IF WS-Reject-Reason = SPACES THEN
    SET Chr-Pending TO TRUE
    ADD 1 TO WS-Queued-Count
ELSE
    SET Chr-Rejected TO TRUE
    MOVE WS-Today TO Chr-Decided-Date
    MOVE 'INTAKE' TO Chr-Decided-By
    MOVE WS-Reject-Reason TO Chr-Reject-Reason
    ADD 1 TO WS-Rejected-Count
    DISPLAY 'CHGINTAKE WARNING: row ', WS-Intake-Rows, ' (request ', Chr-Request-No, ') rejected - ',
        FUNCTION TRIM(WS-Reject-Reason), '.'
END-IF.
MOVE SPACES TO Chr-Run-ID.
WRITE Change-Request-Record.
SET Rjn-After-Image TO TRUE.
MOVE 'WTM-CHANGE-REQUESTS.DAT' TO WS-Rjn-File-Name.
MOVE Change-Request-Record TO WS-Rjn-Record.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.

VALIDATE-REQUEST-SECT.
*> Leaves the first reason the row cannot be applied in
*> WS-Reject-Reason (spaces when it is good) and the category it names.
MOVE SPACES TO WS-Reject-Reason.
MOVE 0 TO WS-Chg-Category-No.
MOVE SPACES TO WS-Chg-Category-Name.
MOVE FUNCTION UPPER-CASE(Cin-Category) TO WS-Chg-Category-Upper.
SET Chg-Cat-Idx TO 1.
SEARCH WS-Chg-Category VARYING Chg-Cat-Idx
    AT END CONTINUE
    WHEN WS-Chg-Cat-Name(Chg-Cat-Idx) = FUNCTION TRIM(WS-Chg-Category-Upper LEADING)
        MOVE WS-Chg-Cat-No(Chg-Cat-Idx) TO WS-Chg-Category-No
        MOVE FUNCTION TRIM(Cin-Category LEADING) TO WS-Chg-Category-Name
END-SEARCH.
MOVE SPACE TO WS-Empl-Found-Status.
MOVE 0 TO WS-Empl-Found-Term.
IF Cin-Employee-ID IS NUMERIC THEN
    SET Empl-Idx TO 1
    SEARCH WS-Empl-Entry VARYING Empl-Idx
        AT END CONTINUE
        WHEN WS-Empl-ID(Empl-Idx) = Cin-Employee-ID
            MOVE WS-Empl-Status(Empl-Idx) TO WS-Empl-Found-Status
            MOVE WS-Empl-Term-Date(Empl-Idx) TO WS-Empl-Found-Term
    END-SEARCH
END-IF.
EVALUATE TRUE
    WHEN Cin-Employee-ID IS NOT NUMERIC
        MOVE 'employee ID is not numeric' TO WS-Reject-Reason
    WHEN WS-Empl-Found-Status = SPACE
        MOVE 'employee is not on the master' TO WS-Reject-Reason
    WHEN WS-Chg-Category-No = 0
        MOVE 'category is not one that can be changed' TO WS-Reject-Reason
    WHEN Cin-New-Amount IS NOT NUMERIC
        MOVE 'new amount is not numeric' TO WS-Reject-Reason
    WHEN Cin-New-Amount = 0
        MOVE 'no new amount given' TO WS-Reject-Reason
    WHEN Cin-Effective-Period IS NOT NUMERIC
        MOVE 'effective period is not YYYYMM' TO WS-Reject-Reason
    WHEN (Cin-Effective-Period(5:2) < "01") OR (Cin-Effective-Period(5:2) > "12")
        OR (Cin-Effective-Period(1:4) < "1900")
        MOVE 'effective period is not YYYYMM' TO WS-Reject-Reason
    WHEN (WS-Empl-Found-Status = "I") AND (WS-Empl-Found-Term = 0)
        MOVE 'employee is inactive' TO WS-Reject-Reason
    WHEN (WS-Empl-Found-Status = "I") AND (Cin-Effective-Period > WS-Empl-Found-Term / 100)
        MOVE 'effective period is after the leave month' TO WS-Reject-Reason
END-EVALUATE.

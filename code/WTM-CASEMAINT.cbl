*> Counseling case log maintenance and overdue follow-up report.
*> WTM-HEALTHRANK, WTM-DRIFT, and WTM-REPAY-EXCEPT produce the
*> outreach lists; this is where the counselor records what happened
*> next. Cases live on WTM-CASE-LOG.DAT (append-only, latest row per
*> employee is the case's current state, earlier rows are the dated
*> contact notes), the same latest-row-wins approach as
*> WTM-REPAY-PLANS.DAT. Modes:
*>   O open    - opens a case for an employee on the master, with the
*>               owning operator, the list that raised it, a first
*>               note, and the next follow-up date.
*>   U update  - logs a dated contact note against an open case and
*>               sets the next follow-up date (and owner, if handed
*>               over).
*>   C close   - closes an open case with a closing note.
*>   L list    - shows every note on one employee's case.
*>   R report  - lists the open cases whose follow-up date has passed,
*>               most overdue first, to the console and
*>               WTM-CASE-OVERDUE.TXT.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-CASEMAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Case-File ASSIGN TO "WTM-CASE-LOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Case-Status.
    SELECT Employee-Master-File ASSIGN TO "WTM-EMPLOYEE-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Employee-Master-Status.
    SELECT Case-Report-File ASSIGN TO "WTM-CASE-OVERDUE.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Case-Report-Status.

DATA DIVISION.
FILE SECTION.
FD  Case-File.
    COPY "WTM-CASE-REC.cpy".

FD  Employee-Master-File.
    COPY "WTM-EMPLOYEE-MASTER-REC.cpy".

FD  Case-Report-File.
01 Case-Report-Line PIC X(120).

WORKING-STORAGE SECTION.
01 WS-Case-Status PIC XX.
01 WS-Employee-Master-Status PIC XX.
01 WS-Case-Report-Status PIC XX.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Mode-Choice PIC X.
*> Current state of every case, one slot per employee, built from the
*> latest row on the log.
01 WS-Case-Table.
    05 WS-Cs-Entry OCCURS 500 TIMES.
       10 WS-Cs-ID          PIC 9(6).
       10 WS-Cs-Owner       PIC X(8).
       10 WS-Cs-Status      PIC X.
       10 WS-Cs-Follow-Up   PIC 9(8).
       10 WS-Cs-Source      PIC X(8).
       10 WS-Cs-Opened      PIC 9(8).
       10 WS-Cs-Last-Note   PIC X(60).
       10 WS-Cs-Reported    PIC X.
01 WS-Case-Count PIC 9(3) VALUE 0.
01 WS-Cs-Idx PIC 9(3).
01 WS-Cs-Slot PIC 9(3).
01 WS-Work-Employee-ID PIC 9(6).
01 WS-Work-Employee-Name PIC X(30).
01 WS-Empl-Found-Flag PIC X VALUE "N".
    88 Empl-Found VALUE "Y" FALSE "N".
01 WS-Work-Owner PIC X(8).
01 WS-Work-Source PIC X(8).
01 WS-Work-Note PIC X(60).
01 WS-Work-Follow-Up PIC 9(8).
01 WS-Today PIC 9(8).
01 WS-Overdue-Count PIC 9(3) VALUE 0.
01 WS-Days-Overdue PIC 9(5).
01 WS-Best-Slot PIC 9(3).
01 WS-Best-Date PIC 9(8).
01 WS-Notes-Shown PIC 9(5).
01 WS-Numeric-Input PIC X(12).
01 WS-Test-Numval PIC S9(8).
01 WS-Input-Valid PIC X VALUE "N".
    88 Input-Valid VALUE "Y".
01 WS-Accept-Target PIC S9(8)V99.
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '------------------------------ WTM COUNSELING CASE LOG -------------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
DISPLAY 'Enter O to open a case, U to log a contact, C to close, L to list a case, or R for the overdue report:'.
ACCEPT WS-Mode-Choice.
EVALUATE WS-Mode-Choice
    WHEN "O" WHEN "o" PERFORM OPEN-CASE-SECT
    WHEN "U" WHEN "u" PERFORM UPDATE-CASE-SECT
    WHEN "C" WHEN "c" PERFORM CLOSE-CASE-SECT
    WHEN "L" WHEN "l" PERFORM LIST-CASE-SECT
    WHEN "R" WHEN "r" PERFORM OVERDUE-REPORT-SECT
    WHEN OTHER DISPLAY 'INPUT ERROR: please enter O, U, C, L, or R.'
END-EVALUATE.
GOBACK.

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

ACCEPT-FOLLOW-UP-SECT.
*> The next follow-up date must be a real calendar date no earlier
*> than today - a case is never opened already overdue.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    PERFORM ACCEPT-NUMERIC-SECT
    MOVE WS-Accept-Target TO WS-Work-Follow-Up
    IF FUNCTION TEST-DATE-YYYYMMDD(WS-Work-Follow-Up) NOT = 0 THEN
        DISPLAY 'INPUT ERROR: that is not a real calendar date. Please re-enter as YYYYMMDD.'
        MOVE "N" TO WS-Input-Valid
    ELSE
        IF WS-Work-Follow-Up < WS-Today THEN
            DISPLAY 'INPUT ERROR: the follow-up date cannot be before today. Please re-enter.'
            MOVE "N" TO WS-Input-Valid
        END-IF
    END-IF
END-PERFORM.

FIND-EMPLOYEE-SECT.
*> Validates WS-Work-Employee-ID against the master and pulls the name.
MOVE "N" TO WS-Empl-Found-Flag.
MOVE SPACES TO WS-Work-Employee-Name.
MOVE "N" TO WS-File-EOF-Flag.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-EMPLOYEE-MASTER.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Employee-Master-File.
IF WS-Employee-Master-Status NOT = "00" THEN
    DISPLAY 'WARNING: could not open WTM-EMPLOYEE-MASTER.DAT, file status ', WS-Employee-Master-Status
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Employee-Master-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Empl-ID = WS-Work-Employee-ID THEN
                SET Empl-Found TO TRUE
                MOVE Empl-Name TO WS-Work-Employee-Name
            END-IF
    END-READ
END-PERFORM.
CLOSE Employee-Master-File.

LOAD-CASES-SECT.
MOVE 0 TO WS-Case-Count.
OPEN INPUT Case-File.
IF WS-Case-Status = "00" THEN
    PERFORM UNTIL WS-Case-Status NOT = "00"
        READ Case-File
            AT END EXIT PERFORM
            NOT AT END
                MOVE 0 TO WS-Cs-Slot
                PERFORM VARYING WS-Cs-Idx FROM 1 BY 1 UNTIL WS-Cs-Idx > WS-Case-Count
                    IF WS-Cs-ID(WS-Cs-Idx) = Case-Employee-ID THEN
                        MOVE WS-Cs-Idx TO WS-Cs-Slot
                    END-IF
                END-PERFORM
                IF WS-Cs-Slot = 0 AND WS-Case-Count < 500 THEN
                    ADD 1 TO WS-Case-Count
                    MOVE WS-Case-Count TO WS-Cs-Slot
                    MOVE Case-Employee-ID TO WS-Cs-ID(WS-Cs-Slot)
                    MOVE "C" TO WS-Cs-Status(WS-Cs-Slot)
                END-IF
                IF WS-Cs-Slot > 0 THEN
*> A row that reopens a closed case starts a new case - its date is
*> the opened date the overdue report shows.
                    IF (WS-Cs-Status(WS-Cs-Slot) NOT = "O") AND Case-Open THEN
                        MOVE Case-Contact-Date TO WS-Cs-Opened(WS-Cs-Slot)
                    END-IF
                    MOVE Case-Owner-ID TO WS-Cs-Owner(WS-Cs-Slot)
                    MOVE Case-Status TO WS-Cs-Status(WS-Cs-Slot)
                    MOVE Case-Follow-Up-Date TO WS-Cs-Follow-Up(WS-Cs-Slot)
                    MOVE Case-Source TO WS-Cs-Source(WS-Cs-Slot)
                    MOVE Case-Note TO WS-Cs-Last-Note(WS-Cs-Slot)
                    MOVE "N" TO WS-Cs-Reported(WS-Cs-Slot)
                END-IF
        END-READ
    END-PERFORM
    CLOSE Case-File
END-IF.

FIND-CASE-SECT.
MOVE 0 TO WS-Cs-Slot.
PERFORM VARYING WS-Cs-Idx FROM 1 BY 1 UNTIL WS-Cs-Idx > WS-Case-Count
    IF WS-Cs-ID(WS-Cs-Idx) = WS-Work-Employee-ID THEN
        MOVE WS-Cs-Idx TO WS-Cs-Slot
    END-IF
END-PERFORM.

APPEND-CASE-ROW-SECT.
*> Writes the Case-Record already built by the caller, stamped with
*> today's date, the time, and the signed-on operator.
MOVE WS-Work-Employee-ID TO Case-Employee-ID.
MOVE FUNCTION CURRENT-DATE(1:8) TO Case-Contact-Date.
MOVE FUNCTION CURRENT-DATE(9:8) TO Case-Contact-Time.
IF WTM-Operator-ID = SPACES THEN
    MOVE 'UNKNOWN ' TO Case-Operator-ID
ELSE
    MOVE WTM-Operator-ID TO Case-Operator-ID
END-IF.
OPEN EXTEND Case-File.
IF WS-Case-Status = "35" THEN
    OPEN OUTPUT Case-File
END-IF.
IF WS-Case-Status = "00" THEN
    WRITE Case-Record
    SET Rjn-After-Image TO TRUE
    MOVE 'WTM-CASE-LOG.DAT' TO WS-Rjn-File-Name
    MOVE Case-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    CLOSE Case-File
ELSE
    DISPLAY 'WARNING: could not write WTM-CASE-LOG.DAT, file status ', WS-Case-Status
END-IF.

ACCEPT-OWNER-SECT.
*> Blank owner defaults to the signed-on operator.
ACCEPT WS-Work-Owner.
IF WS-Work-Owner = SPACES THEN
    IF WTM-Operator-ID = SPACES THEN
        MOVE 'UNKNOWN ' TO WS-Work-Owner
    ELSE
        MOVE WTM-Operator-ID TO WS-Work-Owner
    END-IF
END-IF.

OPEN-CASE-SECT.
DISPLAY 'Employee ID:'.
PERFORM ACCEPT-NUMERIC-SECT.
MOVE WS-Accept-Target TO WS-Work-Employee-ID.
PERFORM FIND-EMPLOYEE-SECT.
IF NOT Empl-Found THEN
    DISPLAY 'OPEN ERROR: employee ', WS-Work-Employee-ID, ' is not on the master.'
    EXIT PARAGRAPH
END-IF.
PERFORM LOAD-CASES-SECT.
PERFORM FIND-CASE-SECT.
IF WS-Cs-Slot > 0 THEN
    IF WS-Cs-Status(WS-Cs-Slot) = "O" THEN
        DISPLAY 'OPEN ERROR: employee ', WS-Work-Employee-ID, ' already has an open case owned by ',
            WS-Cs-Owner(WS-Cs-Slot), ' - use U to log a contact on it.'
        EXIT PARAGRAPH
    END-IF
END-IF.
DISPLAY 'Opening a case for ', WS-Work-Employee-ID, ' ', WS-Work-Employee-Name.
DISPLAY 'Raised from (HEALTH, DRIFT, REPAY, or OTHER):'.
ACCEPT WS-Work-Source.
MOVE FUNCTION UPPER-CASE(WS-Work-Source) TO WS-Work-Source.
IF (WS-Work-Source NOT = 'HEALTH') AND (WS-Work-Source NOT = 'DRIFT')
    AND (WS-Work-Source NOT = 'REPAY') THEN
    MOVE 'OTHER' TO WS-Work-Source
END-IF.
DISPLAY 'Owning operator ID (blank = you):'.
PERFORM ACCEPT-OWNER-SECT.
DISPLAY 'Opening note (up to 60 characters):'.
ACCEPT WS-Work-Note.
DISPLAY 'Next follow-up date (YYYYMMDD):'.
PERFORM ACCEPT-FOLLOW-UP-SECT.
MOVE WS-Work-Owner TO Case-Owner-ID.
MOVE "O" TO Case-Status.
MOVE WS-Work-Follow-Up TO Case-Follow-Up-Date.
MOVE WS-Work-Source TO Case-Source.
MOVE WS-Work-Note TO Case-Note.
PERFORM APPEND-CASE-ROW-SECT.
DISPLAY 'Case opened for employee ', WS-Work-Employee-ID, ', owner ', WS-Work-Owner,
    ', next follow-up ', WS-Work-Follow-Up, '.'.

UPDATE-CASE-SECT.
DISPLAY 'Employee ID:'.
PERFORM ACCEPT-NUMERIC-SECT.
MOVE WS-Accept-Target TO WS-Work-Employee-ID.
PERFORM LOAD-CASES-SECT.
PERFORM FIND-CASE-SECT.
IF WS-Cs-Slot = 0 THEN
    DISPLAY 'UPDATE ERROR: employee ', WS-Work-Employee-ID, ' has no case on file - use O to open one.'
    EXIT PARAGRAPH
END-IF.
IF WS-Cs-Status(WS-Cs-Slot) NOT = "O" THEN
    DISPLAY 'UPDATE ERROR: the case for employee ', WS-Work-Employee-ID, ' is closed - use O to reopen it.'
    EXIT PARAGRAPH
END-IF.
DISPLAY 'Case owner ', WS-Cs-Owner(WS-Cs-Slot), ', follow-up was due ', WS-Cs-Follow-Up(WS-Cs-Slot).
DISPLAY '  last note: ', WS-Cs-Last-Note(WS-Cs-Slot).
DISPLAY 'Contact note - what was agreed (up to 60 characters):'.
ACCEPT WS-Work-Note.
DISPLAY 'Owning operator ID (blank = keep ', WS-Cs-Owner(WS-Cs-Slot), '):'.
ACCEPT WS-Work-Owner.
IF WS-Work-Owner = SPACES THEN
    MOVE WS-Cs-Owner(WS-Cs-Slot) TO WS-Work-Owner
END-IF.
DISPLAY 'Next follow-up date (YYYYMMDD):'.
PERFORM ACCEPT-FOLLOW-UP-SECT.
MOVE WS-Work-Owner TO Case-Owner-ID.
MOVE "O" TO Case-Status.
MOVE WS-Work-Follow-Up TO Case-Follow-Up-Date.
MOVE WS-Cs-Source(WS-Cs-Slot) TO Case-Source.
MOVE WS-Work-Note TO Case-Note.
PERFORM APPEND-CASE-ROW-SECT.
DISPLAY 'Contact logged for employee ', WS-Work-Employee-ID, ', next follow-up ', WS-Work-Follow-Up, '.'.

CLOSE-CASE-SECT.
DISPLAY 'Employee ID:'.
PERFORM ACCEPT-NUMERIC-SECT.
MOVE WS-Accept-Target TO WS-Work-Employee-ID.
PERFORM LOAD-CASES-SECT.
PERFORM FIND-CASE-SECT.
IF WS-Cs-Slot = 0 THEN
    DISPLAY 'CLOSE ERROR: employee ', WS-Work-Employee-ID, ' has no case on file.'
    EXIT PARAGRAPH
END-IF.
IF WS-Cs-Status(WS-Cs-Slot) NOT = "O" THEN
    DISPLAY 'CLOSE ERROR: the case for employee ', WS-Work-Employee-ID, ' is already closed.'
    EXIT PARAGRAPH
END-IF.
DISPLAY 'Closing note (up to 60 characters):'.
ACCEPT WS-Work-Note.
MOVE WS-Cs-Owner(WS-Cs-Slot) TO Case-Owner-ID.
MOVE "C" TO Case-Status.
MOVE 0 TO Case-Follow-Up-Date.
MOVE WS-Cs-Source(WS-Cs-Slot) TO Case-Source.
MOVE WS-Work-Note TO Case-Note.
PERFORM APPEND-CASE-ROW-SECT.
DISPLAY 'Case closed for employee ', WS-Work-Employee-ID, '.'.

LIST-CASE-SECT.
DISPLAY 'Employee ID:'.
PERFORM ACCEPT-NUMERIC-SECT.
MOVE WS-Accept-Target TO WS-Work-Employee-ID.
MOVE 0 TO WS-Notes-Shown.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Case-File.
IF WS-Case-Status NOT = "00" THEN
    DISPLAY 'No case log on file yet.'
    EXIT PARAGRAPH
END-IF.
DISPLAY 'DATE      OWNER     ST  FOLLOW-UP  SOURCE    NOTE'.
PERFORM UNTIL File-EOF
    READ Case-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Case-Employee-ID = WS-Work-Employee-ID THEN
                ADD 1 TO WS-Notes-Shown
                DISPLAY Case-Contact-Date, '  ', Case-Owner-ID, '  ', Case-Status, '   ',
                    Case-Follow-Up-Date, '   ', Case-Source, '  ', Case-Note
            END-IF
    END-READ
END-PERFORM.
CLOSE Case-File.
DISPLAY WS-Notes-Shown, ' case note(s) shown.'.

OVERDUE-REPORT-SECT.
PERFORM LOAD-CASES-SECT.
IF WS-Case-Count = 0 THEN
    DISPLAY 'No cases on file - nothing to report.'
    EXIT PARAGRAPH
END-IF.
OPEN OUTPUT Case-Report-File.
IF WS-Case-Report-Status NOT = "00" THEN
    DISPLAY 'WTM-CASEMAINT: could not open WTM-CASE-OVERDUE.TXT, file status ', WS-Case-Report-Status
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
MOVE 'WTM COUNSELING CASES - follow-ups past due, most overdue first' TO Case-Report-Line.
WRITE Case-Report-Line.
MOVE SPACES TO Case-Report-Line.
STRING 'As of ' DELIMITED BY SIZE
    WS-Today DELIMITED BY SIZE
    INTO Case-Report-Line.
WRITE Case-Report-Line.
MOVE 'EMPLOYEE  OWNER     OPENED    FOLLOW-UP  DAYS  SOURCE    LAST NOTE' TO Case-Report-Line.
WRITE Case-Report-Line.
*> Selection pass: repeatedly takes the unreported overdue case with
*> the earliest follow-up date, so the longest-waiting household
*> heads the list.
MOVE 1 TO WS-Best-Slot.
PERFORM UNTIL WS-Best-Slot = 0
    MOVE 0 TO WS-Best-Slot
    MOVE 99999999 TO WS-Best-Date
    PERFORM VARYING WS-Cs-Idx FROM 1 BY 1 UNTIL WS-Cs-Idx > WS-Case-Count
        IF (WS-Cs-Status(WS-Cs-Idx) = "O")
            AND (WS-Cs-Reported(WS-Cs-Idx) = "N")
            AND (WS-Cs-Follow-Up(WS-Cs-Idx) < WS-Today)
            AND (WS-Cs-Follow-Up(WS-Cs-Idx) < WS-Best-Date) THEN
            MOVE WS-Cs-Idx TO WS-Best-Slot
            MOVE WS-Cs-Follow-Up(WS-Cs-Idx) TO WS-Best-Date
        END-IF
    END-PERFORM
    IF WS-Best-Slot > 0 THEN
        PERFORM WRITE-OVERDUE-LINE-SECT
    END-IF
END-PERFORM.
MOVE SPACES TO Case-Report-Line.
STRING WS-Overdue-Count DELIMITED BY SIZE
    ' open case(s) past their follow-up date.' DELIMITED BY SIZE
    INTO Case-Report-Line.
WRITE Case-Report-Line.
CLOSE Case-Report-File.
DISPLAY WS-Overdue-Count, ' case(s) overdue - detail in WTM-CASE-OVERDUE.TXT.'.
IF WS-Overdue-Count > 0 THEN
    MOVE 4 TO RETURN-CODE
END-IF.

WRITE-OVERDUE-LINE-SECT.
MOVE "Y" TO WS-Cs-Reported(WS-Best-Slot).
ADD 1 TO WS-Overdue-Count.
COMPUTE WS-Days-Overdue = FUNCTION INTEGER-OF-DATE(WS-Today)
    - FUNCTION INTEGER-OF-DATE(WS-Cs-Follow-Up(WS-Best-Slot)).
MOVE SPACES TO Case-Report-Line.
STRING WS-Cs-ID(WS-Best-Slot) DELIMITED BY SIZE
    '    ' DELIMITED BY SIZE
    WS-Cs-Owner(WS-Best-Slot) DELIMITED BY SIZE
    '  ' DELIMITED BY SIZE
    WS-Cs-Opened(WS-Best-Slot) DELIMITED BY SIZE
    '  ' DELIMITED BY SIZE
    WS-Cs-Follow-Up(WS-Best-Slot) DELIMITED BY SIZE
    '   ' DELIMITED BY SIZE
    WS-Days-Overdue DELIMITED BY SIZE
    ' ' DELIMITED BY SIZE
    WS-Cs-Source(WS-Best-Slot) DELIMITED BY SIZE
    '  ' DELIMITED BY SIZE
    WS-Cs-Last-Note(WS-Best-Slot) DELIMITED BY SIZE
    INTO Case-Report-Line.
WRITE Case-Report-Line.
DISPLAY Case-Report-Line(1:110).

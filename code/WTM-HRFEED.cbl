*> HR new-hire and transfer feed processor, the arrivals counterpart
*> of WTM-TERMFEED. New hires and department moves used to reach us
*> on paper and be keyed into WTM-EMPMAINT late, while the batch runs
*> rejected the new IDs or stamped the old company and department.
*> This job reads the HR-supplied WTM-HR-HIRE-FEED.DAT, one row per
*> event:
*>   H new hire - added to WTM-EMPLOYEE-MASTER.DAT as active with the
*>                name, hire date, company, department, and
*>                state/locality code from the row.
*>   T transfer - posts an effective-dated row (effective YYYYMM,
*>                company, first four characters of the department)
*>                to WTM-ASSIGN-HISTORY.DAT. An employee's first
*>                transfer also posts an opening row from the hire
*>                month with the assignment being left, so runs for
*>                the periods before the move keep resolving to it.
*>                Once the effective date has arrived the master's
*>                company and department are brought up to date too.
*> Master changes are journaled to WTM-EMPL-JOURNAL.DAT exactly as
*> WTM-EMPMAINT journals them. Rows are rejected to
*> WTM-HRFEED-EXCEPT.TXT for a company code not on
*> WTM-COMPANY-CODES.DAT and for conflicts: a hire whose ID is
*> already on the master, a transfer for an unknown or inactive
*> employee or dated before the hire, or a transfer for a period
*> that already has a different assignment posted.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-HRFEED.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Hire-Feed-File ASSIGN TO "WTM-HR-HIRE-FEED.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Hire-Feed-Status.
    SELECT Employee-Master-File ASSIGN TO "WTM-EMPLOYEE-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Employee-Master-Status.
    SELECT Company-Code-File ASSIGN TO "WTM-COMPANY-CODES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Company-Code-Status.
    SELECT Assign-History-File ASSIGN TO "WTM-ASSIGN-HISTORY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Assign-History-Status.
    SELECT Empl-Journal-File ASSIGN TO "WTM-EMPL-JOURNAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Empl-Journal-Status.
    SELECT Except-Report-File ASSIGN TO "WTM-HRFEED-EXCEPT.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Except-Report-Status.

DATA DIVISION.
FILE SECTION.
FD  Hire-Feed-File.
01 Hire-Feed-Record.
    05 Hfd-Type          PIC X.
       88 Hfd-New-Hire   VALUE "H".
       88 Hfd-Transfer   VALUE "T".
    05 Hfd-Employee-ID   PIC 9(6).
    05 Hfd-Effective     PIC 9(8).
    05 Hfd-Company       PIC X(3).
    05 Hfd-Department    PIC X(10).
    05 Hfd-Name          PIC X(30).
    05 Hfd-Tax-Locality  PIC X(4).

FD  Employee-Master-File.
    COPY "WTM-EMPLOYEE-MASTER-REC.cpy".

FD  Company-Code-File.
01 Company-Code-Record.
    05 Cmp-Code PIC X(3).
    05 Cmp-Name PIC X(30).

FD  Assign-History-File.
01 Assign-History-Record.
    05 Asg-Employee-ID PIC 9(6).
    05 Asg-From-Period PIC 9(6).
    05 Asg-Company     PIC X(3).
    05 Asg-Dept        PIC X(4).

FD  Empl-Journal-File.
01 Empl-Journal-Record.
    05 Jrn-Date         PIC 9(8).
    05 Jrn-Time         PIC 9(8).
    05 Jrn-Operator-ID  PIC X(8).
    05 Jrn-Action       PIC X.
    05 Jrn-Employee-ID  PIC 9(6).
    05 Jrn-Before-Image PIC X(66).
    05 Jrn-After-Image  PIC X(66).
    05 Jrn-Before-Locality PIC X(4).
    05 Jrn-After-Locality  PIC X(4).

FD  Except-Report-File.
01 Except-Report-Line PIC X(120).

WORKING-STORAGE SECTION.
01 WS-Gate-Function PIC X(20).
01 WS-Gate-Role PIC X.
01 WS-Gate-Result PIC X.
    88 Gate-Granted VALUE "G" FALSE "D".
01 WS-Hire-Feed-Status PIC XX.
01 WS-Employee-Master-Status PIC XX.
01 WS-Company-Code-Status PIC XX.
01 WS-Assign-History-Status PIC XX.
01 WS-Empl-Journal-Status PIC XX.
01 WS-Except-Report-Status PIC XX.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Employee-Master-Table.
    05 WS-Empl-Entry OCCURS 500 TIMES INDEXED BY Empl-Idx.
       10 WS-Empl-ID         PIC 9(6).
       10 WS-Empl-Name       PIC X(30).
       10 WS-Empl-Status     PIC X.
       10 WS-Empl-Hire-Date  PIC 9(8).
       10 WS-Empl-Department PIC X(10).
       10 WS-Empl-Company    PIC X(3).
       10 WS-Empl-Term-Date  PIC 9(8).
       10 WS-Empl-Tax-Locality PIC X(4).
01 WS-Employee-Master-Count PIC 9(4) VALUE 0.
01 WS-Found-Slot PIC 9(4).
01 WS-Company-Table.
    05 WS-Company-Code PIC X(3) OCCURS 50 TIMES.
01 WS-Company-Count PIC 9(2) VALUE 0.
01 WS-Company-Idx PIC 9(2).
01 WS-Company-Found-Flag PIC X VALUE "N".
    88 Company-Found VALUE "Y" FALSE "N".
*> Assignment rows on file plus those posted by this run, so a second
*> transfer in the same feed sees the first.
01 WS-Assign-Table.
    05 WS-Asg-Entry OCCURS 300 TIMES.
       10 WS-Asg-ID      PIC 9(6).
       10 WS-Asg-From    PIC 9(6).
       10 WS-Asg-Company PIC X(3).
       10 WS-Asg-Dept    PIC X(4).
01 WS-Assign-Count PIC 9(3) VALUE 0.
01 WS-Asg-Idx PIC 9(3).
01 WS-Asg-Has-Rows-Flag PIC X VALUE "N".
    88 Asg-Has-Rows VALUE "Y" FALSE "N".
01 WS-Asg-Same-Period-Slot PIC 9(3).
01 WS-Post-ID PIC 9(6).
01 WS-Post-From PIC 9(6).
01 WS-Post-Company PIC X(3).
01 WS-Post-Dept PIC X(4).
01 WS-Effective-Period PIC 9(6).
01 WS-Today PIC 9(8).
01 WS-Feed-Rows PIC 9(5) VALUE 0.
01 WS-Hired-Count PIC 9(5) VALUE 0.
01 WS-Transfer-Count PIC 9(5) VALUE 0.
01 WS-Except-Count PIC 9(5) VALUE 0.
01 WS-Master-Changed-Flag PIC X VALUE "N".
    88 Master-Changed VALUE "Y" FALSE "N".
01 WS-Except-Reason PIC X(60).
01 WS-Journal-Action PIC X.
01 WS-Journal-Before PIC X(70).
01 WS-Journal-After PIC X(70).
01 WS-Image-Slot PIC 9(4).
01 WS-Image-Work PIC X(70).
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".
    COPY "WTM-FEED-CHECK.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '--------------------------- WTM HR NEW-HIRE AND TRANSFER FEED -------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
*> Protected function: this program rewrites the employee master,
*> so it requires the supervisor role whether launched from the
*> console or the command line. Denials are logged by the gate.
MOVE 'WTM-HRFEED' TO WS-Gate-Function.
MOVE "S" TO WS-Gate-Role.
CALL 'WTM-ROLE-GATE' USING WS-Gate-Function, WS-Gate-Role, WS-Gate-Result.
IF NOT Gate-Granted THEN
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
SET Feed-Chk-Check TO TRUE.
MOVE 'WTM-HR-HIRE-FEED.DAT' TO WS-Feed-Chk-Name.
MOVE 2 TO WS-Feed-Chk-Key-Start.
MOVE 6 TO WS-Feed-Chk-Key-Length.
CALL 'WTM-FEEDCHECK' USING WS-Feed-Chk-Function, WS-Feed-Chk-Name, WS-Feed-Chk-Key-Start,
    WS-Feed-Chk-Key-Length, WS-Feed-Chk-Result.
IF Feed-Chk-Duplicate THEN
    DISPLAY 'HRFEED HELD: WTM-HR-HIRE-FEED.DAT has already been loaded - the employee master is untouched.'
    MOVE 8 TO RETURN-CODE
    GOBACK
END-IF.
MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
PERFORM LOAD-EMPLOYEE-MASTER-SECT.
IF File-Ctl-Mismatch THEN
    DISPLAY 'HRFEED REFUSED: WTM-EMPLOYEE-MASTER.DAT does not agree with the file control registry -'
    DISPLAY 'rewriting it now would make the difference look sanctioned. Investigate, then re-register it in WTM-FILEREG.'
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM LOAD-COMPANY-CODES-SECT.
IF WS-Company-Count = 0 THEN
    DISPLAY 'HRFEED: WTM-COMPANY-CODES.DAT is empty or missing - no row can be validated.'
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM LOAD-ASSIGN-HISTORY-SECT.
OPEN OUTPUT Except-Report-File.
IF WS-Except-Report-Status NOT = "00" THEN
    DISPLAY 'HRFEED: could not open WTM-HRFEED-EXCEPT.TXT, file status ', WS-Except-Report-Status
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
MOVE SPACES TO Except-Report-Line.
STRING 'WTM HR NEW-HIRE AND TRANSFER FEED EXCEPTIONS - run ' DELIMITED BY SIZE
    WS-Today DELIMITED BY SIZE
    INTO Except-Report-Line.
WRITE Except-Report-Line.
MOVE 'TYPE  EMPLOYEE  EFFECTIVE  CO   DEPT        REASON' TO Except-Report-Line.
WRITE Except-Report-Line.
PERFORM PROCESS-FEED-SECT.
IF Master-Changed THEN
    PERFORM REWRITE-EMPLOYEE-MASTER-SECT
END-IF.
IF RETURN-CODE < 12 THEN
    SET Feed-Chk-Record TO TRUE
    CALL 'WTM-FEEDCHECK' USING WS-Feed-Chk-Function, WS-Feed-Chk-Name, WS-Feed-Chk-Key-Start,
        WS-Feed-Chk-Key-Length, WS-Feed-Chk-Result
END-IF.
MOVE SPACES TO Except-Report-Line.
STRING WS-Feed-Rows DELIMITED BY SIZE
    ' feed row(s): ' DELIMITED BY SIZE
    WS-Hired-Count DELIMITED BY SIZE
    ' hired, ' DELIMITED BY SIZE
    WS-Transfer-Count DELIMITED BY SIZE
    ' transfer(s) posted, ' DELIMITED BY SIZE
    WS-Except-Count DELIMITED BY SIZE
    ' exception(s).' DELIMITED BY SIZE
    INTO Except-Report-Line.
WRITE Except-Report-Line.
CLOSE Except-Report-File.
DISPLAY Except-Report-Line.
DISPLAY 'Exceptions written to WTM-HRFEED-EXCEPT.TXT.'.
IF (WS-Except-Count > 0) AND (RETURN-CODE < 4) THEN
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
                    MOVE Empl-Name TO WS-Empl-Name(WS-Employee-Master-Count)
                    MOVE Empl-Status TO WS-Empl-Status(WS-Employee-Master-Count)
                    MOVE Empl-Hire-Date TO WS-Empl-Hire-Date(WS-Employee-Master-Count)
                    MOVE Empl-Department TO WS-Empl-Department(WS-Employee-Master-Count)
                    MOVE Empl-Company TO WS-Empl-Company(WS-Employee-Master-Count)
                    IF Empl-Term-Date IS NUMERIC THEN
                        MOVE Empl-Term-Date TO WS-Empl-Term-Date(WS-Employee-Master-Count)
                    ELSE
                        MOVE 0 TO WS-Empl-Term-Date(WS-Employee-Master-Count)
                    END-IF
                    MOVE Empl-Tax-Locality TO WS-Empl-Tax-Locality(WS-Employee-Master-Count)
                END-IF
        END-READ
    END-PERFORM
    CLOSE Employee-Master-File
END-IF.

REWRITE-EMPLOYEE-MASTER-SECT.
OPEN OUTPUT Employee-Master-File.
IF WS-Employee-Master-Status NOT = "00" THEN
    DISPLAY 'HRFEED: could not rewrite WTM-EMPLOYEE-MASTER.DAT, file status ', WS-Employee-Master-Status
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING Empl-Idx FROM 1 BY 1 UNTIL Empl-Idx > WS-Employee-Master-Count
    MOVE WS-Empl-ID(Empl-Idx) TO Empl-ID
    MOVE WS-Empl-Name(Empl-Idx) TO Empl-Name
    MOVE WS-Empl-Status(Empl-Idx) TO Empl-Status
    MOVE WS-Empl-Hire-Date(Empl-Idx) TO Empl-Hire-Date
    MOVE WS-Empl-Department(Empl-Idx) TO Empl-Department
    MOVE WS-Empl-Company(Empl-Idx) TO Empl-Company
    MOVE WS-Empl-Term-Date(Empl-Idx) TO Empl-Term-Date
    MOVE WS-Empl-Tax-Locality(Empl-Idx) TO Empl-Tax-Locality
    WRITE Employee-Master-Record
END-PERFORM.
CLOSE Employee-Master-File.
SET Rjn-File-Image TO TRUE.
MOVE 'WTM-EMPLOYEE-MASTER.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
SET File-Ctl-Register TO TRUE.
MOVE 'WTM-EMPLOYEE-MASTER.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
DISPLAY 'WTM-EMPLOYEE-MASTER.DAT rewritten with the hires and current assignments.'.

LOAD-COMPANY-CODES-SECT.
MOVE 0 TO WS-Company-Count.
OPEN INPUT Company-Code-File.
*> Rows are often padded past the record, so read to end of file
*> rather than stopping on the first length-mismatch status.
MOVE "N" TO WS-File-EOF-Flag.
IF WS-Company-Code-Status = "00" THEN
    PERFORM UNTIL File-EOF
        READ Company-Code-File
            AT END SET File-EOF TO TRUE
            NOT AT END
                IF WS-Company-Count < 50 THEN
                    ADD 1 TO WS-Company-Count
                    MOVE Cmp-Code TO WS-Company-Code(WS-Company-Count)
                END-IF
        END-READ
    END-PERFORM
    CLOSE Company-Code-File
END-IF.

LOAD-ASSIGN-HISTORY-SECT.
MOVE 0 TO WS-Assign-Count.
OPEN INPUT Assign-History-File.
IF WS-Assign-History-Status = "00" THEN
    PERFORM UNTIL WS-Assign-History-Status NOT = "00"
        READ Assign-History-File
            AT END EXIT PERFORM
            NOT AT END
                IF WS-Assign-Count < 300 THEN
                    ADD 1 TO WS-Assign-Count
                    MOVE Asg-Employee-ID TO WS-Asg-ID(WS-Assign-Count)
                    MOVE Asg-From-Period TO WS-Asg-From(WS-Assign-Count)
                    MOVE Asg-Company TO WS-Asg-Company(WS-Assign-Count)
                    MOVE Asg-Dept TO WS-Asg-Dept(WS-Assign-Count)
                END-IF
        END-READ
    END-PERFORM
    CLOSE Assign-History-File
END-IF.

PROCESS-FEED-SECT.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Hire-Feed-File.
IF WS-Hire-Feed-Status NOT = "00" THEN
    DISPLAY 'HRFEED: could not open WTM-HR-HIRE-FEED.DAT, file status ', WS-Hire-Feed-Status
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Hire-Feed-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-Feed-Rows
            PERFORM PROCESS-ONE-ROW-SECT
    END-READ
END-PERFORM.
CLOSE Hire-Feed-File.

PROCESS-ONE-ROW-SECT.
IF (Hfd-Employee-ID IS NOT NUMERIC) OR (Hfd-Effective IS NOT NUMERIC) THEN
    MOVE 'non-numeric employee ID or effective date' TO WS-Except-Reason
    PERFORM WRITE-EXCEPTION-SECT
    EXIT PARAGRAPH
END-IF.
IF FUNCTION TEST-DATE-YYYYMMDD(Hfd-Effective) NOT = 0 THEN
    MOVE 'effective date is not a calendar date' TO WS-Except-Reason
    PERFORM WRITE-EXCEPTION-SECT
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-Company-Found-Flag.
PERFORM VARYING WS-Company-Idx FROM 1 BY 1 UNTIL WS-Company-Idx > WS-Company-Count
    IF WS-Company-Code(WS-Company-Idx) = Hfd-Company THEN
        SET Company-Found TO TRUE
    END-IF
END-PERFORM.
IF NOT Company-Found THEN
    MOVE 'company code not on WTM-COMPANY-CODES.DAT' TO WS-Except-Reason
    PERFORM WRITE-EXCEPTION-SECT
    EXIT PARAGRAPH
END-IF.
MOVE 0 TO WS-Found-Slot.
PERFORM VARYING Empl-Idx FROM 1 BY 1 UNTIL Empl-Idx > WS-Employee-Master-Count
    IF WS-Empl-ID(Empl-Idx) = Hfd-Employee-ID THEN
        MOVE Empl-Idx TO WS-Found-Slot
    END-IF
END-PERFORM.
EVALUATE TRUE
    WHEN Hfd-New-Hire
        PERFORM PROCESS-HIRE-SECT
    WHEN Hfd-Transfer
        PERFORM PROCESS-TRANSFER-SECT
    WHEN OTHER
        MOVE 'row type is not H (hire) or T (transfer)' TO WS-Except-Reason
        PERFORM WRITE-EXCEPTION-SECT
END-EVALUATE.

PROCESS-HIRE-SECT.
IF WS-Found-Slot > 0 THEN
    MOVE SPACES TO WS-Except-Reason
    STRING 'CONFLICT: already on the master as ' DELIMITED BY SIZE
        WS-Empl-Name(WS-Found-Slot) DELIMITED BY '  '
        INTO WS-Except-Reason
    PERFORM WRITE-EXCEPTION-SECT
    EXIT PARAGRAPH
END-IF.
IF Hfd-Name = SPACES THEN
    MOVE 'new hire has no name' TO WS-Except-Reason
    PERFORM WRITE-EXCEPTION-SECT
    EXIT PARAGRAPH
END-IF.
IF WS-Employee-Master-Count >= 500 THEN
    MOVE 'employee master is full (500)' TO WS-Except-Reason
    PERFORM WRITE-EXCEPTION-SECT
    EXIT PARAGRAPH
END-IF.
ADD 1 TO WS-Employee-Master-Count.
MOVE WS-Employee-Master-Count TO WS-Found-Slot.
MOVE Hfd-Employee-ID TO WS-Empl-ID(WS-Found-Slot).
MOVE Hfd-Name TO WS-Empl-Name(WS-Found-Slot).
MOVE "A" TO WS-Empl-Status(WS-Found-Slot).
MOVE Hfd-Effective TO WS-Empl-Hire-Date(WS-Found-Slot).
MOVE Hfd-Department TO WS-Empl-Department(WS-Found-Slot).
MOVE Hfd-Company TO WS-Empl-Company(WS-Found-Slot).
MOVE 0 TO WS-Empl-Term-Date(WS-Found-Slot).
MOVE FUNCTION UPPER-CASE(Hfd-Tax-Locality) TO WS-Empl-Tax-Locality(WS-Found-Slot).
SET Master-Changed TO TRUE.
ADD 1 TO WS-Hired-Count.
MOVE SPACES TO WS-Journal-Before.
MOVE WS-Found-Slot TO WS-Image-Slot.
PERFORM BUILD-SLOT-IMAGE-SECT.
MOVE WS-Image-Work TO WS-Journal-After.
MOVE "A" TO WS-Journal-Action.
PERFORM WRITE-JOURNAL-ROW-SECT.
DISPLAY 'Hired ', Hfd-Employee-ID, ' ', FUNCTION TRIM(Hfd-Name), ' into ', Hfd-Company, '/',
    FUNCTION TRIM(Hfd-Department), ' from ', Hfd-Effective, '.'.

PROCESS-TRANSFER-SECT.
IF WS-Found-Slot = 0 THEN
    MOVE 'employee not on the master' TO WS-Except-Reason
    PERFORM WRITE-EXCEPTION-SECT
    EXIT PARAGRAPH
END-IF.
IF WS-Empl-Status(WS-Found-Slot) = "I" THEN
    MOVE 'CONFLICT: employee is inactive on the master' TO WS-Except-Reason
    PERFORM WRITE-EXCEPTION-SECT
    EXIT PARAGRAPH
END-IF.
IF (WS-Empl-Hire-Date(WS-Found-Slot) IS NUMERIC)
    AND (Hfd-Effective < WS-Empl-Hire-Date(WS-Found-Slot)) THEN
    MOVE SPACES TO WS-Except-Reason
    STRING 'CONFLICT: effective before the hire date ' DELIMITED BY SIZE
        WS-Empl-Hire-Date(WS-Found-Slot) DELIMITED BY SIZE
        INTO WS-Except-Reason
    PERFORM WRITE-EXCEPTION-SECT
    EXIT PARAGRAPH
END-IF.
COMPUTE WS-Effective-Period = Hfd-Effective / 100.
MOVE "N" TO WS-Asg-Has-Rows-Flag.
MOVE 0 TO WS-Asg-Same-Period-Slot.
PERFORM VARYING WS-Asg-Idx FROM 1 BY 1 UNTIL WS-Asg-Idx > WS-Assign-Count
    IF WS-Asg-ID(WS-Asg-Idx) = Hfd-Employee-ID THEN
        SET Asg-Has-Rows TO TRUE
        IF WS-Asg-From(WS-Asg-Idx) = WS-Effective-Period THEN
            MOVE WS-Asg-Idx TO WS-Asg-Same-Period-Slot
        END-IF
    END-IF
END-PERFORM.
IF WS-Asg-Same-Period-Slot > 0 THEN
    IF (WS-Asg-Company(WS-Asg-Same-Period-Slot) = Hfd-Company)
        AND (WS-Asg-Dept(WS-Asg-Same-Period-Slot) = Hfd-Department(1:4)) THEN
        MOVE 'DUPLICATE: this transfer is already posted' TO WS-Except-Reason
    ELSE
        MOVE SPACES TO WS-Except-Reason
        STRING 'CONFLICT: period already assigned to ' DELIMITED BY SIZE
            WS-Asg-Company(WS-Asg-Same-Period-Slot) DELIMITED BY SIZE
            '/' DELIMITED BY SIZE
            WS-Asg-Dept(WS-Asg-Same-Period-Slot) DELIMITED BY SIZE
            INTO WS-Except-Reason
    END-IF
    PERFORM WRITE-EXCEPTION-SECT
    EXIT PARAGRAPH
END-IF.
*> The first move for an employee records the assignment being left,
*> from the hire month, ahead of the move itself.
IF NOT Asg-Has-Rows THEN
    MOVE Hfd-Employee-ID TO WS-Post-ID
    IF WS-Empl-Hire-Date(WS-Found-Slot) IS NUMERIC THEN
        COMPUTE WS-Post-From = WS-Empl-Hire-Date(WS-Found-Slot) / 100
    ELSE
        MOVE 0 TO WS-Post-From
    END-IF
    MOVE WS-Empl-Company(WS-Found-Slot) TO WS-Post-Company
    MOVE WS-Empl-Department(WS-Found-Slot)(1:4) TO WS-Post-Dept
    IF WS-Post-From < WS-Effective-Period THEN
        PERFORM POST-ASSIGNMENT-SECT
    END-IF
END-IF.
MOVE Hfd-Employee-ID TO WS-Post-ID.
MOVE WS-Effective-Period TO WS-Post-From.
MOVE Hfd-Company TO WS-Post-Company.
MOVE Hfd-Department(1:4) TO WS-Post-Dept.
PERFORM POST-ASSIGNMENT-SECT.
IF RETURN-CODE = 12 THEN
    EXIT PARAGRAPH
END-IF.
ADD 1 TO WS-Transfer-Count.
DISPLAY 'Transfer posted for ', Hfd-Employee-ID, ': ', Hfd-Company, '/', FUNCTION TRIM(Hfd-Department),
    ' from period ', WS-Effective-Period, '.'.
IF Hfd-Effective <= WS-Today THEN
    MOVE WS-Found-Slot TO WS-Image-Slot
    PERFORM BUILD-SLOT-IMAGE-SECT
    MOVE WS-Image-Work TO WS-Journal-Before
    MOVE Hfd-Company TO WS-Empl-Company(WS-Found-Slot)
    MOVE Hfd-Department TO WS-Empl-Department(WS-Found-Slot)
    PERFORM BUILD-SLOT-IMAGE-SECT
    MOVE WS-Image-Work TO WS-Journal-After
    MOVE "U" TO WS-Journal-Action
    PERFORM WRITE-JOURNAL-ROW-SECT
    SET Master-Changed TO TRUE
END-IF.

POST-ASSIGNMENT-SECT.
OPEN EXTEND Assign-History-File.
IF WS-Assign-History-Status = "35" THEN
    OPEN OUTPUT Assign-History-File
END-IF.
IF WS-Assign-History-Status NOT = "00" THEN
    DISPLAY 'HRFEED: could not write WTM-ASSIGN-HISTORY.DAT, file status ', WS-Assign-History-Status
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
MOVE WS-Post-ID TO Asg-Employee-ID.
MOVE WS-Post-From TO Asg-From-Period.
MOVE WS-Post-Company TO Asg-Company.
MOVE WS-Post-Dept TO Asg-Dept.
WRITE Assign-History-Record.
SET Rjn-After-Image TO TRUE.
MOVE 'WTM-ASSIGN-HISTORY.DAT' TO WS-Rjn-File-Name.
MOVE Assign-History-Record TO WS-Rjn-Record.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
CLOSE Assign-History-File.
IF WS-Assign-Count < 300 THEN
    ADD 1 TO WS-Assign-Count
    MOVE WS-Post-ID TO WS-Asg-ID(WS-Assign-Count)
    MOVE WS-Post-From TO WS-Asg-From(WS-Assign-Count)
    MOVE WS-Post-Company TO WS-Asg-Company(WS-Assign-Count)
    MOVE WS-Post-Dept TO WS-Asg-Dept(WS-Assign-Count)
END-IF.

WRITE-EXCEPTION-SECT.
ADD 1 TO WS-Except-Count.
MOVE SPACES TO Except-Report-Line.
STRING Hfd-Type DELIMITED BY SIZE
    '     ' DELIMITED BY SIZE
    Hfd-Employee-ID DELIMITED BY SIZE
    '    ' DELIMITED BY SIZE
    Hfd-Effective DELIMITED BY SIZE
    '   ' DELIMITED BY SIZE
    Hfd-Company DELIMITED BY SIZE
    '  ' DELIMITED BY SIZE
    Hfd-Department DELIMITED BY SIZE
    '  ' DELIMITED BY SIZE
    WS-Except-Reason DELIMITED BY SIZE
    INTO Except-Report-Line.
WRITE Except-Report-Line.
DISPLAY Except-Report-Line(1:110).

BUILD-SLOT-IMAGE-SECT.
*> The same fixed master-record image WTM-EMPMAINT journals.
MOVE SPACES TO WS-Image-Work.
IF WS-Image-Slot > 0 THEN
    MOVE WS-Empl-ID(WS-Image-Slot) TO WS-Image-Work(1:6)
    MOVE WS-Empl-Name(WS-Image-Slot) TO WS-Image-Work(7:30)
    MOVE WS-Empl-Status(WS-Image-Slot) TO WS-Image-Work(37:1)
    MOVE WS-Empl-Hire-Date(WS-Image-Slot) TO WS-Image-Work(38:8)
    MOVE WS-Empl-Department(WS-Image-Slot) TO WS-Image-Work(46:10)
    MOVE WS-Empl-Company(WS-Image-Slot) TO WS-Image-Work(56:3)
    MOVE WS-Empl-Term-Date(WS-Image-Slot) TO WS-Image-Work(59:8)
    MOVE WS-Empl-Tax-Locality(WS-Image-Slot) TO WS-Image-Work(67:4)
END-IF.

WRITE-JOURNAL-ROW-SECT.
OPEN EXTEND Empl-Journal-File.
IF WS-Empl-Journal-Status = "35" THEN
    OPEN OUTPUT Empl-Journal-File
END-IF.
IF WS-Empl-Journal-Status = "00" THEN
    MOVE FUNCTION CURRENT-DATE(1:8) TO Jrn-Date
    MOVE FUNCTION CURRENT-DATE(9:8) TO Jrn-Time
    IF WTM-Operator-ID = SPACES THEN
        MOVE 'UNKNOWN ' TO Jrn-Operator-ID
    ELSE
        MOVE WTM-Operator-ID TO Jrn-Operator-ID
    END-IF
    MOVE WS-Journal-Action TO Jrn-Action
    MOVE WS-Empl-ID(WS-Found-Slot) TO Jrn-Employee-ID
    MOVE WS-Journal-Before(1:66) TO Jrn-Before-Image
    MOVE WS-Journal-After(1:66) TO Jrn-After-Image
    MOVE WS-Journal-Before(67:4) TO Jrn-Before-Locality
    MOVE WS-Journal-After(67:4) TO Jrn-After-Locality
    WRITE Empl-Journal-Record
    SET Rjn-After-Image TO TRUE
    MOVE 'WTM-EMPL-JOURNAL.DAT' TO WS-Rjn-File-Name
    MOVE Empl-Journal-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    CLOSE Empl-Journal-File
ELSE
    DISPLAY 'WARNING: could not write WTM-EMPL-JOURNAL.DAT, file status ', WS-Empl-Journal-Status
END-IF.

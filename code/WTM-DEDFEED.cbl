*> Benefits carrier deduction-election feed import. The pre-tax
*> elections on WTM-EMPL-DEDUCTIONS.DAT were keyed by hand and drift
*> from what the carrier has on file; this job loads the carrier's
*> periodic WTM-CARRIER-ELECTIONS.DAT (employee ID, deduction code,
*> value type P percent or F flat annual amount, value) in their
*> place. Every row is checked against the employee master and
*> WTM-DEDUCTION-CODES.DAT - an unknown employee, an unknown code, a
*> value type that disagrees with the code table, or a non-numeric
*> value is rejected. An employee with at least one accepted row has
*> every election replaced by the feed's (a code the carrier no
*> longer sends is dropped); employees absent from the feed keep
*> theirs. A repeated employee/code row in the feed: the last wins.
*> WTM-DEDFEED-EXCEPT.TXT lists the rejected rows and every election
*> that moved by more than the entered tolerance percent of its old
*> value - a new election or a dropped one always lists.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-DEDFEED.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Carrier-Feed-File ASSIGN TO "WTM-CARRIER-ELECTIONS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Carrier-Feed-Status.
    SELECT Employee-Master-File ASSIGN TO "WTM-EMPLOYEE-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Employee-Master-Status.
    SELECT Deduction-Code-File ASSIGN TO "WTM-DEDUCTION-CODES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Deduction-Code-Status.
    SELECT Empl-Deduction-File ASSIGN TO "WTM-EMPL-DEDUCTIONS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Empl-Deduction-Status.
    SELECT Except-Report-File ASSIGN TO "WTM-DEDFEED-EXCEPT.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Except-Report-Status.

DATA DIVISION.
FILE SECTION.
FD  Carrier-Feed-File.
01 Carrier-Feed-Record.
    05 Cfd-Employee-ID PIC 9(6).
    05 Cfd-Code        PIC X(4).
    05 Cfd-Value-Type  PIC X.
    05 Cfd-Value       PIC 9(7)V99.

FD  Employee-Master-File.
    COPY "WTM-EMPLOYEE-MASTER-REC.cpy".

FD  Deduction-Code-File.
01 Deduction-Code-Record.
    05 Ded-Input-Code PIC X(4).
    05 Ded-Input-Desc PIC X(20).
    05 Ded-Input-Type PIC X.

FD  Empl-Deduction-File.
01 Empl-Deduction-Record.
    05 EmpD-Employee-ID PIC 9(6).
    05 EmpD-Code        PIC X(4).
    05 EmpD-Value       PIC 9(7)V99.

FD  Except-Report-File.
01 Except-Report-Line PIC X(120).

WORKING-STORAGE SECTION.
01 WS-Gate-Function PIC X(20).
01 WS-Gate-Role PIC X.
01 WS-Gate-Result PIC X.
    88 Gate-Granted VALUE "G" FALSE "D".
01 WS-Carrier-Feed-Status PIC XX.
01 WS-Employee-Master-Status PIC XX.
01 WS-Deduction-Code-Status PIC XX.
01 WS-Empl-Deduction-Status PIC XX.
01 WS-Except-Report-Status PIC XX.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Master-ID-Table.
    05 WS-Master-ID PIC 9(6) OCCURS 500 TIMES.
01 WS-Master-Count PIC 9(4) VALUE 0.
01 WS-Master-Idx PIC 9(4).
01 WS-Deduction-Code-Table.
    05 WS-Ded-Entry OCCURS 20 TIMES.
       10 WS-Ded-Code PIC X(4).
       10 WS-Ded-Type PIC X.
01 WS-Deduction-Code-Count PIC 9(2) VALUE 0.
01 WS-Ded-Idx PIC 9(2).
01 WS-Ded-Slot PIC 9(2).
*> The elections on file before the load; the same 200-row capacity
*> the budgeting run loads them into.
01 WS-Old-Election-Table.
    05 WS-Old-Entry OCCURS 200 TIMES.
       10 WS-Old-ID      PIC 9(6).
       10 WS-Old-Code    PIC X(4).
       10 WS-Old-Value   PIC 9(7)V99.
       10 WS-Old-Matched PIC X.
01 WS-Old-Count PIC 9(3) VALUE 0.
01 WS-Old-Idx PIC 9(3).
*> The carrier's accepted elections.
01 WS-New-Election-Table.
    05 WS-New-Entry OCCURS 200 TIMES.
       10 WS-New-ID      PIC 9(6).
       10 WS-New-Code    PIC X(4).
       10 WS-New-Value   PIC 9(7)V99.
01 WS-New-Count PIC 9(3) VALUE 0.
01 WS-New-Idx PIC 9(3).
01 WS-New-Slot PIC 9(3).
*> Employees whose elections the feed replaces.
01 WS-Feed-Empl-Table.
    05 WS-Feed-Empl-ID PIC 9(6) OCCURS 200 TIMES.
01 WS-Feed-Empl-Count PIC 9(3) VALUE 0.
01 WS-Feed-Empl-Idx PIC 9(3).
01 WS-In-Feed-Flag PIC X VALUE "N".
    88 In-Feed VALUE "Y" FALSE "N".
01 WS-Empl-Found-Flag PIC X VALUE "N".
    88 Empl-Found VALUE "Y" FALSE "N".
01 WS-Feed-Rows PIC 9(5) VALUE 0.
01 WS-Accepted-Count PIC 9(5) VALUE 0.
01 WS-Rejected-Count PIC 9(5) VALUE 0.
01 WS-Changed-Count PIC 9(5) VALUE 0.
01 WS-Kept-Count PIC 9(5) VALUE 0.
01 WS-Written-Count PIC 9(5) VALUE 0.
01 WS-Tolerance-Pct PIC 9(3)V99 VALUE 10.
01 WS-Tolerance-Disp PIC ZZ9.99.
01 WS-Change-Amount PIC S9(7)V99.
01 WS-Change-Pct PIC S9(7)V99.
01 WS-Except-Reason PIC X(40).
01 WS-Except-Old PIC 9(7)V99.
01 WS-Except-New PIC 9(7)V99.
01 WS-Except-ID PIC 9(6).
01 WS-Except-Code PIC X(4).
01 WS-Old-Disp PIC Z,ZZZ,ZZ9.99.
01 WS-New-Disp PIC Z,ZZZ,ZZ9.99.
01 WS-Numeric-Input PIC X(8).
01 WS-Test-Numval PIC S9(6).
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '--------------------------- WTM CARRIER DEDUCTION-ELECTION FEED -----------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
*> Protected function: this program replaces the employees' pre-tax
*> elections, so it requires the supervisor role whether launched
*> from the console or the command line. Denials are logged by the
*> gate.
MOVE 'WTM-DEDFEED' TO WS-Gate-Function.
MOVE "S" TO WS-Gate-Role.
CALL 'WTM-ROLE-GATE' USING WS-Gate-Function, WS-Gate-Role, WS-Gate-Result.
IF NOT Gate-Granted THEN
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM LOAD-MASTER-IDS-SECT.
IF WS-Master-Count = 0 THEN
    DISPLAY 'DEDFEED: the employee master is empty or missing - nothing to validate against.'
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM LOAD-CODES-SECT.
IF WS-Deduction-Code-Count = 0 THEN
    DISPLAY 'DEDFEED: WTM-DEDUCTION-CODES.DAT is empty or missing - no election can be validated.'
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
DISPLAY 'Change tolerance - list an election that moved by more than this percent of its old value (blank = 10):'.
ACCEPT WS-Numeric-Input.
IF WS-Numeric-Input NOT = SPACES THEN
    MOVE FUNCTION TEST-NUMVAL(WS-Numeric-Input) TO WS-Test-Numval
    IF WS-Test-Numval = 0 THEN
        COMPUTE WS-Tolerance-Pct = FUNCTION NUMVAL(WS-Numeric-Input)
    ELSE
        DISPLAY 'INPUT ERROR: not a number - using the 10% default.'
    END-IF
END-IF.
MOVE WS-Tolerance-Pct TO WS-Tolerance-Disp.
PERFORM LOAD-OLD-ELECTIONS-SECT.
OPEN OUTPUT Except-Report-File.
IF WS-Except-Report-Status NOT = "00" THEN
    DISPLAY 'DEDFEED: could not open WTM-DEDFEED-EXCEPT.TXT, file status ', WS-Except-Report-Status
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
MOVE SPACES TO Except-Report-Line.
STRING 'WTM CARRIER ELECTION FEED EXCEPTIONS - run ' DELIMITED BY SIZE
    FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
    ', change tolerance ' DELIMITED BY SIZE
    WS-Tolerance-Disp DELIMITED BY SIZE
    '%' DELIMITED BY SIZE
    INTO Except-Report-Line.
WRITE Except-Report-Line.
MOVE 'EMPLOYEE  CODE  OLD VALUE     NEW VALUE     REASON' TO Except-Report-Line.
WRITE Except-Report-Line.
PERFORM PROCESS-FEED-SECT.
IF RETURN-CODE = 12 THEN
    CLOSE Except-Report-File
    GOBACK
END-IF.
IF WS-Accepted-Count = 0 THEN
    DISPLAY 'No election in the feed was accepted - WTM-EMPL-DEDUCTIONS.DAT left as it was.'
ELSE
    PERFORM COMPARE-ELECTIONS-SECT
    PERFORM REWRITE-ELECTIONS-SECT
END-IF.
MOVE SPACES TO Except-Report-Line.
STRING WS-Feed-Rows DELIMITED BY SIZE
    ' feed row(s): ' DELIMITED BY SIZE
    WS-Accepted-Count DELIMITED BY SIZE
    ' accepted, ' DELIMITED BY SIZE
    WS-Rejected-Count DELIMITED BY SIZE
    ' rejected; ' DELIMITED BY SIZE
    WS-Changed-Count DELIMITED BY SIZE
    ' election(s) beyond tolerance.' DELIMITED BY SIZE
    INTO Except-Report-Line.
WRITE Except-Report-Line.
CLOSE Except-Report-File.
DISPLAY Except-Report-Line.
DISPLAY 'Exceptions written to WTM-DEDFEED-EXCEPT.TXT.'.
IF ((WS-Rejected-Count > 0) OR (WS-Changed-Count > 0)) AND (RETURN-CODE < 4) THEN
    MOVE 4 TO RETURN-CODE
END-IF.
GOBACK.

LOAD-MASTER-IDS-SECT.
MOVE 0 TO WS-Master-Count.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-EMPLOYEE-MASTER.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Employee-Master-File.
IF WS-Employee-Master-Status = "00" THEN
    PERFORM UNTIL WS-Employee-Master-Status NOT = "00"
        READ Employee-Master-File
            AT END EXIT PERFORM
            NOT AT END
                IF WS-Master-Count < 500 THEN
                    ADD 1 TO WS-Master-Count
                    MOVE Empl-ID TO WS-Master-ID(WS-Master-Count)
                END-IF
        END-READ
    END-PERFORM
    CLOSE Employee-Master-File
END-IF.

LOAD-CODES-SECT.
MOVE 0 TO WS-Deduction-Code-Count.
OPEN INPUT Deduction-Code-File.
IF WS-Deduction-Code-Status = "00" THEN
    PERFORM UNTIL WS-Deduction-Code-Status NOT = "00"
        READ Deduction-Code-File
            AT END EXIT PERFORM
            NOT AT END
                IF WS-Deduction-Code-Count < 20 THEN
                    ADD 1 TO WS-Deduction-Code-Count
                    MOVE Ded-Input-Code TO WS-Ded-Code(WS-Deduction-Code-Count)
                    MOVE Ded-Input-Type TO WS-Ded-Type(WS-Deduction-Code-Count)
                END-IF
        END-READ
    END-PERFORM
    CLOSE Deduction-Code-File
END-IF.

LOAD-OLD-ELECTIONS-SECT.
MOVE 0 TO WS-Old-Count.
OPEN INPUT Empl-Deduction-File.
IF WS-Empl-Deduction-Status = "00" THEN
    PERFORM UNTIL WS-Empl-Deduction-Status NOT = "00"
        READ Empl-Deduction-File
            AT END EXIT PERFORM
            NOT AT END
                IF WS-Old-Count < 200 THEN
                    ADD 1 TO WS-Old-Count
                    MOVE EmpD-Employee-ID TO WS-Old-ID(WS-Old-Count)
                    MOVE EmpD-Code TO WS-Old-Code(WS-Old-Count)
                    MOVE EmpD-Value TO WS-Old-Value(WS-Old-Count)
                    MOVE "N" TO WS-Old-Matched(WS-Old-Count)
                END-IF
        END-READ
    END-PERFORM
    CLOSE Empl-Deduction-File
END-IF.

PROCESS-FEED-SECT.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Carrier-Feed-File.
IF WS-Carrier-Feed-Status NOT = "00" THEN
    DISPLAY 'DEDFEED: could not open WTM-CARRIER-ELECTIONS.DAT, file status ', WS-Carrier-Feed-Status
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Carrier-Feed-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-Feed-Rows
            PERFORM PROCESS-ONE-ELECTION-SECT
    END-READ
END-PERFORM.
CLOSE Carrier-Feed-File.

PROCESS-ONE-ELECTION-SECT.
MOVE Cfd-Employee-ID TO WS-Except-ID.
MOVE Cfd-Code TO WS-Except-Code.
MOVE 0 TO WS-Except-Old.
MOVE 0 TO WS-Except-New.
IF (Cfd-Employee-ID IS NOT NUMERIC) OR (Cfd-Value IS NOT NUMERIC) THEN
    MOVE 0 TO WS-Except-ID
    MOVE 'REJECTED: non-numeric employee or value' TO WS-Except-Reason
    PERFORM REJECT-ROW-SECT
    EXIT PARAGRAPH
END-IF.
MOVE Cfd-Value TO WS-Except-New.
MOVE "N" TO WS-Empl-Found-Flag.
PERFORM VARYING WS-Master-Idx FROM 1 BY 1 UNTIL WS-Master-Idx > WS-Master-Count
    IF WS-Master-ID(WS-Master-Idx) = Cfd-Employee-ID THEN
        SET Empl-Found TO TRUE
    END-IF
END-PERFORM.
IF NOT Empl-Found THEN
    MOVE 'REJECTED: employee not on the master' TO WS-Except-Reason
    PERFORM REJECT-ROW-SECT
    EXIT PARAGRAPH
END-IF.
MOVE 0 TO WS-Ded-Slot.
PERFORM VARYING WS-Ded-Idx FROM 1 BY 1 UNTIL WS-Ded-Idx > WS-Deduction-Code-Count
    IF WS-Ded-Code(WS-Ded-Idx) = Cfd-Code THEN
        MOVE WS-Ded-Idx TO WS-Ded-Slot
    END-IF
END-PERFORM.
IF WS-Ded-Slot = 0 THEN
    MOVE 'REJECTED: code not on the code table' TO WS-Except-Reason
    PERFORM REJECT-ROW-SECT
    EXIT PARAGRAPH
END-IF.
IF Cfd-Value-Type NOT = WS-Ded-Type(WS-Ded-Slot) THEN
    MOVE SPACES TO WS-Except-Reason
    STRING 'REJECTED: type ' DELIMITED BY SIZE
        Cfd-Value-Type DELIMITED BY SIZE
        ', code table has ' DELIMITED BY SIZE
        WS-Ded-Type(WS-Ded-Slot) DELIMITED BY SIZE
        INTO WS-Except-Reason
    PERFORM REJECT-ROW-SECT
    EXIT PARAGRAPH
END-IF.
IF (Cfd-Value-Type = "P") AND (Cfd-Value > 100) THEN
    MOVE 'REJECTED: percent over 100' TO WS-Except-Reason
    PERFORM REJECT-ROW-SECT
    EXIT PARAGRAPH
END-IF.
MOVE 0 TO WS-New-Slot.
PERFORM VARYING WS-New-Idx FROM 1 BY 1 UNTIL WS-New-Idx > WS-New-Count
    IF (WS-New-ID(WS-New-Idx) = Cfd-Employee-ID) AND (WS-New-Code(WS-New-Idx) = Cfd-Code) THEN
        MOVE WS-New-Idx TO WS-New-Slot
    END-IF
END-PERFORM.
IF WS-New-Slot = 0 THEN
    IF WS-New-Count >= 200 THEN
        MOVE 'REJECTED: election table full (200)' TO WS-Except-Reason
        PERFORM REJECT-ROW-SECT
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-New-Count
    MOVE WS-New-Count TO WS-New-Slot
    MOVE Cfd-Employee-ID TO WS-New-ID(WS-New-Slot)
    MOVE Cfd-Code TO WS-New-Code(WS-New-Slot)
END-IF.
MOVE Cfd-Value TO WS-New-Value(WS-New-Slot).
ADD 1 TO WS-Accepted-Count.
MOVE "N" TO WS-In-Feed-Flag.
PERFORM VARYING WS-Feed-Empl-Idx FROM 1 BY 1 UNTIL WS-Feed-Empl-Idx > WS-Feed-Empl-Count
    IF WS-Feed-Empl-ID(WS-Feed-Empl-Idx) = Cfd-Employee-ID THEN
        SET In-Feed TO TRUE
    END-IF
END-PERFORM.
IF (NOT In-Feed) AND (WS-Feed-Empl-Count < 200) THEN
    ADD 1 TO WS-Feed-Empl-Count
    MOVE Cfd-Employee-ID TO WS-Feed-Empl-ID(WS-Feed-Empl-Count)
END-IF.

REJECT-ROW-SECT.
ADD 1 TO WS-Rejected-Count.
PERFORM WRITE-EXCEPTION-SECT.

WRITE-EXCEPTION-SECT.
MOVE WS-Except-Old TO WS-Old-Disp.
MOVE WS-Except-New TO WS-New-Disp.
MOVE SPACES TO Except-Report-Line.
STRING WS-Except-ID DELIMITED BY SIZE
    '    ' DELIMITED BY SIZE
    WS-Except-Code DELIMITED BY SIZE
    '  ' DELIMITED BY SIZE
    WS-Old-Disp DELIMITED BY SIZE
    '  ' DELIMITED BY SIZE
    WS-New-Disp DELIMITED BY SIZE
    '  ' DELIMITED BY SIZE
    WS-Except-Reason DELIMITED BY SIZE
    INTO Except-Report-Line.
WRITE Except-Report-Line.
DISPLAY Except-Report-Line(1:90).

COMPARE-ELECTIONS-SECT.
*> Each accepted election against the old one for the same employee
*> and code (a new election compares against nothing), then the old
*> elections of replaced employees that the carrier no longer sends.
PERFORM VARYING WS-New-Idx FROM 1 BY 1 UNTIL WS-New-Idx > WS-New-Count
    MOVE WS-New-ID(WS-New-Idx) TO WS-Except-ID
    MOVE WS-New-Code(WS-New-Idx) TO WS-Except-Code
    MOVE WS-New-Value(WS-New-Idx) TO WS-Except-New
    MOVE 0 TO WS-Except-Old
    MOVE SPACES TO WS-Except-Reason
    PERFORM VARYING WS-Old-Idx FROM 1 BY 1 UNTIL WS-Old-Idx > WS-Old-Count
        IF (WS-Old-ID(WS-Old-Idx) = WS-New-ID(WS-New-Idx))
            AND (WS-Old-Code(WS-Old-Idx) = WS-New-Code(WS-New-Idx)) THEN
            MOVE "Y" TO WS-Old-Matched(WS-Old-Idx)
            MOVE WS-Old-Value(WS-Old-Idx) TO WS-Except-Old
            MOVE 'CHANGED' TO WS-Except-Reason
        END-IF
    END-PERFORM
    IF WS-Except-Reason = SPACES THEN
        MOVE 'NEW ELECTION' TO WS-Except-Reason
        ADD 1 TO WS-Changed-Count
        PERFORM WRITE-EXCEPTION-SECT
    ELSE
        COMPUTE WS-Change-Amount = FUNCTION ABS(WS-Except-New - WS-Except-Old)
        IF WS-Except-Old = 0 THEN
            IF WS-Change-Amount > 0 THEN
                ADD 1 TO WS-Changed-Count
                PERFORM WRITE-EXCEPTION-SECT
            END-IF
        ELSE
            COMPUTE WS-Change-Pct ROUNDED = (WS-Change-Amount * 100) / WS-Except-Old
            IF WS-Change-Pct > WS-Tolerance-Pct THEN
                MOVE SPACES TO WS-Except-Reason
                STRING 'CHANGED ' DELIMITED BY SIZE
                    WS-Change-Pct DELIMITED BY SIZE
                    '%' DELIMITED BY SIZE
                    INTO WS-Except-Reason
                ADD 1 TO WS-Changed-Count
                PERFORM WRITE-EXCEPTION-SECT
            END-IF
        END-IF
    END-IF
END-PERFORM.
PERFORM VARYING WS-Old-Idx FROM 1 BY 1 UNTIL WS-Old-Idx > WS-Old-Count
    PERFORM CHECK-OLD-IN-FEED-SECT
    IF In-Feed AND (WS-Old-Matched(WS-Old-Idx) = "N") THEN
        MOVE WS-Old-ID(WS-Old-Idx) TO WS-Except-ID
        MOVE WS-Old-Code(WS-Old-Idx) TO WS-Except-Code
        MOVE WS-Old-Value(WS-Old-Idx) TO WS-Except-Old
        MOVE 0 TO WS-Except-New
        MOVE 'DROPPED - carrier no longer sends it' TO WS-Except-Reason
        ADD 1 TO WS-Changed-Count
        PERFORM WRITE-EXCEPTION-SECT
    END-IF
END-PERFORM.

CHECK-OLD-IN-FEED-SECT.
MOVE "N" TO WS-In-Feed-Flag.
PERFORM VARYING WS-Feed-Empl-Idx FROM 1 BY 1 UNTIL WS-Feed-Empl-Idx > WS-Feed-Empl-Count
    IF WS-Feed-Empl-ID(WS-Feed-Empl-Idx) = WS-Old-ID(WS-Old-Idx) THEN
        SET In-Feed TO TRUE
    END-IF
END-PERFORM.

REWRITE-ELECTIONS-SECT.
*> Employees the feed did not mention keep their elections as they
*> were; the replaced employees get exactly the feed's.
OPEN OUTPUT Empl-Deduction-File.
IF WS-Empl-Deduction-Status NOT = "00" THEN
    DISPLAY 'DEDFEED: could not rewrite WTM-EMPL-DEDUCTIONS.DAT, file status ', WS-Empl-Deduction-Status
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING WS-Old-Idx FROM 1 BY 1 UNTIL WS-Old-Idx > WS-Old-Count
    PERFORM CHECK-OLD-IN-FEED-SECT
    IF NOT In-Feed THEN
        MOVE WS-Old-ID(WS-Old-Idx) TO EmpD-Employee-ID
        MOVE WS-Old-Code(WS-Old-Idx) TO EmpD-Code
        MOVE WS-Old-Value(WS-Old-Idx) TO EmpD-Value
        WRITE Empl-Deduction-Record
        ADD 1 TO WS-Kept-Count
        ADD 1 TO WS-Written-Count
    END-IF
END-PERFORM.
PERFORM VARYING WS-New-Idx FROM 1 BY 1 UNTIL WS-New-Idx > WS-New-Count
    IF WS-Written-Count < 200 THEN
        MOVE WS-New-ID(WS-New-Idx) TO EmpD-Employee-ID
        MOVE WS-New-Code(WS-New-Idx) TO EmpD-Code
        MOVE WS-New-Value(WS-New-Idx) TO EmpD-Value
        WRITE Empl-Deduction-Record
        ADD 1 TO WS-Written-Count
    ELSE
        DISPLAY 'DEDFEED WARNING: election table full - ', WS-New-ID(WS-New-Idx), ' ', WS-New-Code(WS-New-Idx), ' not written.'
        MOVE 8 TO RETURN-CODE
    END-IF
END-PERFORM.
CLOSE Empl-Deduction-File.
SET Rjn-File-Image TO TRUE.
MOVE 'WTM-EMPL-DEDUCTIONS.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
DISPLAY 'WTM-EMPL-DEDUCTIONS.DAT rewritten: ', WS-Written-Count, ' election(s) - ', WS-Kept-Count,
    ' kept for employees outside the feed, ', WS-Feed-Empl-Count, ' employee(s) replaced.'.

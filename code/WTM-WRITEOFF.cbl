*> Deficit balance write-off. Some WTM-DEFICIT-LEDGER.DAT balances
*> have sat unrecovered for years with no repayment plan and never
*> will be; this supervisor-only transaction takes them off the
*> books. For each entered employee it shows the balance outstanding
*> and the oldest period still owed (recoveries settle the oldest
*> shortfall first, as WTM-AGING ages them), takes a reason code
*> (WTM-WRITEOFF-REASONS.cpy) and a note, and on confirmation posts
*> a closing row to the ledger for the whole balance and a write-off
*> row to WTM-WRITEOFFS.DAT. Both carry the write-off's run ID
*> (source WO), so the closing row is never mistaken for a recovery,
*> and WTM-GLEXPORT charges the amount to the employee's company
*> voucher for the period. Write-offs post to the current period and
*> are refused once it is closed.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-WRITEOFF.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Deficit-Ledger-File ASSIGN TO "WTM-DEFICIT-LEDGER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Deficit-Ledger-Status.
    SELECT Writeoff-File ASSIGN TO "WTM-WRITEOFFS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Writeoff-Status.
    SELECT Period-Status-File ASSIGN TO "WTM-PERIOD-STATUS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Period-Status-Status.
    SELECT Employee-Master-File ASSIGN TO "WTM-EMPLOYEE-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Employee-Master-Status.
    SELECT Acct-Export-File ASSIGN TO "WTM-ACCOUNTING-EXPORT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Acct-Export-Status.

DATA DIVISION.
FILE SECTION.
FD  Deficit-Ledger-File.
    COPY "WTM-DEFICIT-LEDGER-REC.cpy".

FD  Writeoff-File.
    COPY "WTM-WRITEOFF-REC.cpy".

FD  Period-Status-File.
    COPY "WTM-PERIOD-STATUS-REC.cpy".

FD  Employee-Master-File.
    COPY "WTM-EMPLOYEE-MASTER-REC.cpy".

FD  Acct-Export-File.
    COPY "WTM-ACCOUNTING-EXPORT-REC.cpy".

WORKING-STORAGE SECTION.
01 WS-Gate-Function PIC X(20).
01 WS-Gate-Role PIC X.
01 WS-Gate-Result PIC X.
    88 Gate-Granted VALUE "G" FALSE "D".
01 WS-Deficit-Ledger-Status PIC XX.
01 WS-Writeoff-Status PIC XX.
01 WS-Period-Status-Status PIC XX.
01 WS-Employee-Master-Status PIC XX.
01 WS-Acct-Export-Status PIC XX.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Today PIC 9(8).
01 WS-Post-Period PIC 9(6).
01 WS-Period-Closed-Flag PIC X VALUE "N".
    88 Period-Closed VALUE "Y" FALSE "N".
01 WS-Operator PIC X(8).
01 WS-Target-Employee PIC 9(6).
01 WS-Employee-Name PIC X(30).
01 WS-Employee-Company PIC X(3).
01 WS-Employee-Found-Flag PIC X VALUE "N".
    88 Employee-Found VALUE "Y" FALSE "N".
01 WS-Balance PIC S9(9)V99.
01 WS-Recovered PIC S9(9)V99.
01 WS-Oldest-Period PIC 9(6).
*> The employee's shortfall rows in period order, for the oldest
*> period still owed: recoveries settle the oldest first.
01 WS-Owed-Table.
    05 WS-Owed-Entry OCCURS 600 TIMES.
       10 WS-Owed-Period PIC 9(6).
       10 WS-Owed-Amount PIC S9(8)V99.
01 WS-Owed-Count PIC 9(3) VALUE 0.
01 WS-Owed-Idx PIC 9(3).
01 WS-Owed-Shift PIC 9(3).
01 WS-Reason-Input PIC X(4).
01 WS-Reason-Idx PIC 9(2).
01 WS-Reason-Valid-Flag PIC X VALUE "N".
    88 Reason-Valid VALUE "Y" FALSE "N".
01 WS-Note-Input PIC X(30).
01 WS-Confirm PIC X.
01 WS-Writeoffs-Posted PIC 9(4) VALUE 0.
01 WS-Total-Written-Off PIC S9(11)V99 VALUE 0.
01 WS-Money-Disp PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-Numeric-Input PIC X(10).
01 WS-Test-Numval PIC S9(8).
01 WS-Input-Valid PIC X VALUE "N".
    88 Input-Valid VALUE "Y".
01 WS-Accept-Target PIC S9(8)V99.
01 WS-Lock-Action PIC X.
01 WS-Lock-Result PIC X.
01 WS-Lock-Held-Flag PIC X VALUE "N".
    88 Writer-Lock-Held VALUE "Y" FALSE "N".
01 WS-Lock-Operator PIC X(8).
01 WS-Done-Flag PIC X VALUE "N".
    88 Writeoffs-Done VALUE "Y" FALSE "N".
    COPY "WTM-RUN-ID.cpy".
    COPY "WTM-WRITEOFF-REASONS.cpy".
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '------------------------------ WTM DEFICIT BALANCE WRITE-OFF --------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
*> Protected function: a write-off closes a balance the company is
*> owed and charges it to the general ledger, so it requires the
*> supervisor role whether launched from the console or the command
*> line. The approving supervisor is recorded on every write-off.
MOVE 'WTM-WRITEOFF' TO WS-Gate-Function.
MOVE "S" TO WS-Gate-Role.
CALL 'WTM-ROLE-GATE' USING WS-Gate-Function, WS-Gate-Role, WS-Gate-Result.
IF NOT Gate-Granted THEN
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
IF WTM-Operator-ID = SPACES THEN
    MOVE 'UNKNOWN ' TO WS-Operator
ELSE
    MOVE WTM-Operator-ID TO WS-Operator
END-IF.
MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
MOVE WS-Today(1:6) TO WS-Post-Period.
PERFORM CHECK-PERIOD-STATUS-SECT.
IF Period-Closed THEN
    DISPLAY 'WRITE-OFF REFUSED: period ', WS-Post-Period, ' is closed on WTM-PERIOD-STATUS.DAT - write-offs post to the current period.'
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-DEFICIT-LEDGER.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
IF File-Ctl-Mismatch THEN
    DISPLAY 'WRITE-OFF REFUSED: WTM-DEFICIT-LEDGER.DAT does not agree with the file control registry -'
    DISPLAY 'posting to it now would make the difference look sanctioned. Investigate, then re-register it in WTM-FILEREG.'
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
*> One run ID for the session; each write-off takes the next sequence.
MOVE 'WO' TO WS-Run-ID-Source.
MOVE FUNCTION CURRENT-DATE(1:16) TO WS-Run-ID-Stamp.
MOVE 0 TO WS-Run-ID-Stream.
MOVE 0 TO WS-Run-ID-Seq.
SET Writeoffs-Done TO FALSE.
PERFORM UNTIL Writeoffs-Done
    DISPLAY 'Enter the employee ID whose deficit balance is to be written off (0 to finish):'
    PERFORM ACCEPT-NUMERIC-SECT
    IF WS-Accept-Target = 0 THEN
        SET Writeoffs-Done TO TRUE
    ELSE
        MOVE WS-Accept-Target TO WS-Target-Employee
        PERFORM WRITE-OFF-ONE-SECT
    END-IF
END-PERFORM.
MOVE WS-Total-Written-Off TO WS-Money-Disp.
DISPLAY WS-Writeoffs-Posted, ' write-off(s) posted to period ', WS-Post-Period, ', total $', WS-Money-Disp, '.'.
GOBACK.

CHECK-PERIOD-STATUS-SECT.
*> The latest row for the period is its status.
SET Period-Closed TO FALSE.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Period-Status-File.
IF WS-Period-Status-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Period-Status-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Pst-Period = WS-Post-Period THEN
                IF Pst-Closed THEN
                    SET Period-Closed TO TRUE
                ELSE
                    SET Period-Closed TO FALSE
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Period-Status-File.

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

WRITE-OFF-ONE-SECT.
PERFORM FIND-EMPLOYEE-SECT.
PERFORM LOAD-EMPLOYEE-LEDGER-SECT.
IF WS-Balance <= 0 THEN
    DISPLAY 'Employee ', WS-Target-Employee, ' has no deficit balance outstanding - nothing to write off.'
    EXIT PARAGRAPH
END-IF.
MOVE WS-Balance TO WS-Money-Disp.
IF Employee-Found THEN
    DISPLAY 'Employee ', WS-Target-Employee, ' (', FUNCTION TRIM(WS-Employee-Name), ', company ', WS-Employee-Company,
        ') owes $', WS-Money-Disp, ', oldest period still owed ', WS-Oldest-Period, '.'
ELSE
    DISPLAY 'Employee ', WS-Target-Employee, ' is not on WTM-EMPLOYEE-MASTER.DAT; owes $', WS-Money-Disp,
        ', oldest period still owed ', WS-Oldest-Period, '.'
END-IF.
PERFORM ACCEPT-REASON-SECT.
DISPLAY 'Note for the write-off (up to 30 characters):'.
MOVE SPACES TO WS-Note-Input.
ACCEPT WS-Note-Input.
IF (WS-Reason-Input = 'OTH ') AND (WS-Note-Input = SPACES) THEN
    DISPLAY 'A write-off for reason OTH needs a note - write-off cancelled.'
    EXIT PARAGRAPH
END-IF.
DISPLAY 'Write off $', WS-Money-Disp, ' for employee ', WS-Target-Employee, ' (reason ', WS-Reason-Input,
    ')? Enter Y to confirm:'.
ACCEPT WS-Confirm.
IF (WS-Confirm NOT = "Y") AND (WS-Confirm NOT = "y") THEN
    DISPLAY 'Write-off cancelled - nothing posted.'
    EXIT PARAGRAPH
END-IF.
PERFORM ACQUIRE-WRITER-LOCK-SECT.
IF NOT Writer-Lock-Held THEN
    EXIT PARAGRAPH
END-IF.
ADD 1 TO WS-Run-ID-Seq.
PERFORM POST-CLOSING-ROW-SECT.
IF WS-Deficit-Ledger-Status = "00" THEN
    PERFORM POST-WRITEOFF-ROW-SECT
    ADD 1 TO WS-Writeoffs-Posted
    ADD WS-Balance TO WS-Total-Written-Off
    DISPLAY 'Written off: employee ', WS-Target-Employee, ', $', WS-Money-Disp, ', run ID ', WS-Run-ID, '.'
END-IF.
PERFORM RELEASE-WRITER-LOCK-SECT.

FIND-EMPLOYEE-SECT.
*> The name and company from the master; an employee the master
*> does not carry a company for posts to the company of their latest
*> export record.
SET Employee-Found TO FALSE.
MOVE SPACES TO WS-Employee-Name.
MOVE SPACES TO WS-Employee-Company.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Employee-Master-File.
IF WS-Employee-Master-Status = "00" THEN
    PERFORM UNTIL File-EOF
        READ Employee-Master-File
            AT END SET File-EOF TO TRUE
            NOT AT END
                IF Empl-ID = WS-Target-Employee THEN
                    SET Employee-Found TO TRUE
                    MOVE Empl-Name TO WS-Employee-Name
                    MOVE Empl-Company TO WS-Employee-Company
                    SET File-EOF TO TRUE
                END-IF
        END-READ
    END-PERFORM
    CLOSE Employee-Master-File
END-IF.
IF WS-Employee-Company NOT = SPACES THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Acct-Export-File.
IF WS-Acct-Export-Status = "00" THEN
    PERFORM UNTIL File-EOF
        READ Acct-Export-File
            AT END SET File-EOF TO TRUE
            NOT AT END
                IF (Acct-Employee-ID = WS-Target-Employee) AND (NOT Acct-Superseded) THEN
                    MOVE Acct-Company-Code TO WS-Employee-Company
                END-IF
        END-READ
    END-PERFORM
    CLOSE Acct-Export-File
END-IF.

LOAD-EMPLOYEE-LEDGER-SECT.
*> Balance, and the oldest period still owed: the recoveries settle
*> the shortfalls oldest period first.
MOVE 0 TO WS-Balance.
MOVE 0 TO WS-Recovered.
MOVE 0 TO WS-Owed-Count.
MOVE 0 TO WS-Oldest-Period.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Deficit-Ledger-File.
IF WS-Deficit-Ledger-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Deficit-Ledger-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Led-Employee-ID = WS-Target-Employee THEN
                ADD Led-Amount TO WS-Balance
                IF Led-Amount < 0 THEN
                    SUBTRACT Led-Amount FROM WS-Recovered
                ELSE
                    PERFORM ADD-OWED-ROW-SECT
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Deficit-Ledger-File.
PERFORM VARYING WS-Owed-Idx FROM 1 BY 1 UNTIL (WS-Owed-Idx > WS-Owed-Count) OR (WS-Oldest-Period > 0)
    IF WS-Recovered >= WS-Owed-Amount(WS-Owed-Idx) THEN
        SUBTRACT WS-Owed-Amount(WS-Owed-Idx) FROM WS-Recovered
    ELSE
        MOVE WS-Owed-Period(WS-Owed-Idx) TO WS-Oldest-Period
    END-IF
END-PERFORM.

ADD-OWED-ROW-SECT.
*> Inserted in period order; past the table's size the row is merged
*> into the latest entry.
IF WS-Owed-Count >= 600 THEN
    ADD Led-Amount TO WS-Owed-Amount(600)
    EXIT PARAGRAPH
END-IF.
MOVE WS-Owed-Count TO WS-Owed-Shift.
PERFORM UNTIL WS-Owed-Shift = 0
    IF WS-Owed-Period(WS-Owed-Shift) <= Led-Period THEN
        EXIT PERFORM
    END-IF
    MOVE WS-Owed-Entry(WS-Owed-Shift) TO WS-Owed-Entry(WS-Owed-Shift + 1)
    SUBTRACT 1 FROM WS-Owed-Shift
END-PERFORM.
MOVE Led-Period TO WS-Owed-Period(WS-Owed-Shift + 1).
MOVE Led-Amount TO WS-Owed-Amount(WS-Owed-Shift + 1).
ADD 1 TO WS-Owed-Count.

ACCEPT-REASON-SECT.
DISPLAY 'Reason codes:'.
PERFORM VARYING WS-Reason-Idx FROM 1 BY 1 UNTIL WS-Reason-Idx > WS-Wor-Reason-Count
    DISPLAY '  ', WS-Wor-Reason-Code(WS-Reason-Idx), '  ', WS-Wor-Reason-Desc(WS-Reason-Idx)
END-PERFORM.
SET Reason-Valid TO FALSE.
PERFORM UNTIL Reason-Valid
    DISPLAY 'Enter the reason code:'
    MOVE SPACES TO WS-Reason-Input
    ACCEPT WS-Reason-Input
    MOVE FUNCTION UPPER-CASE(WS-Reason-Input) TO WS-Reason-Input
    PERFORM VARYING WS-Reason-Idx FROM 1 BY 1 UNTIL WS-Reason-Idx > WS-Wor-Reason-Count
        IF WS-Wor-Reason-Code(WS-Reason-Idx) = WS-Reason-Input THEN
            SET Reason-Valid TO TRUE
        END-IF
    END-PERFORM
    IF NOT Reason-Valid THEN
        DISPLAY 'INPUT ERROR: not one of the reason codes listed. Please re-enter.'
    END-IF
END-PERFORM.

ACQUIRE-WRITER-LOCK-SECT.
*> The closing row is a ledger write like any run's, so it takes the
*> same single-writer interlock - a concurrent budgeting session must
*> not post a recovery between the balance shown and the write-off.
MOVE "A" TO WS-Lock-Action.
MOVE WS-Operator TO WS-Lock-Operator.
CALL 'WTM-WRITER-LOCK' USING WS-Lock-Action, WS-Lock-Operator, WS-Lock-Result.
IF WS-Lock-Result = "G" THEN
    SET Writer-Lock-Held TO TRUE
ELSE
    DISPLAY 'Write-off not posted - another job holds the writer lock. Try again when it finishes.'
    MOVE 8 TO RETURN-CODE
END-IF.

RELEASE-WRITER-LOCK-SECT.
IF Writer-Lock-Held THEN
    MOVE "R" TO WS-Lock-Action
    CALL 'WTM-WRITER-LOCK' USING WS-Lock-Action, WS-Lock-Operator, WS-Lock-Result
    SET Writer-Lock-Held TO FALSE
END-IF.

POST-CLOSING-ROW-SECT.
OPEN EXTEND Deficit-Ledger-File.
IF WS-Deficit-Ledger-Status = "35" THEN
    OPEN OUTPUT Deficit-Ledger-File
END-IF.
IF WS-Deficit-Ledger-Status NOT = "00" THEN
    DISPLAY 'WRITE-OFF ERROR: could not write WTM-DEFICIT-LEDGER.DAT, file status ', WS-Deficit-Ledger-Status
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
MOVE WS-Target-Employee TO Led-Employee-ID.
MOVE WS-Post-Period TO Led-Period.
COMPUTE Led-Amount = 0 - WS-Balance.
MOVE WS-Run-ID TO Led-Run-ID.
WRITE Deficit-Ledger-Record.
SET Rjn-After-Image TO TRUE.
MOVE 'WTM-DEFICIT-LEDGER.DAT' TO WS-Rjn-File-Name.
MOVE Deficit-Ledger-Record TO WS-Rjn-Record.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
CLOSE Deficit-Ledger-File.
SET File-Ctl-Register TO TRUE.
MOVE 'WTM-DEFICIT-LEDGER.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.

POST-WRITEOFF-ROW-SECT.
OPEN EXTEND Writeoff-File.
IF WS-Writeoff-Status = "35" THEN
    OPEN OUTPUT Writeoff-File
END-IF.
IF WS-Writeoff-Status NOT = "00" THEN
    DISPLAY 'WRITE-OFF ERROR: the ledger is closed off but WTM-WRITEOFFS.DAT could not be written, file status ',
        WS-Writeoff-Status
    DISPLAY 'The general-ledger charge for run ', WS-Run-ID, ' must be posted by hand.'
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
MOVE WS-Target-Employee TO Wof-Employee-ID.
MOVE WS-Post-Period TO Wof-Post-Period.
MOVE WS-Employee-Company TO Wof-Company.
MOVE WS-Balance TO Wof-Amount.
MOVE WS-Reason-Input TO Wof-Reason-Code.
MOVE WS-Oldest-Period TO Wof-Oldest-Period.
MOVE WS-Run-ID TO Wof-Run-ID.
MOVE WS-Today TO Wof-Post-Date.
MOVE WS-Operator TO Wof-Operator-ID.
MOVE WS-Note-Input TO Wof-Note.
WRITE Writeoff-Record.
SET Rjn-After-Image TO TRUE.
MOVE 'WTM-WRITEOFFS.DAT' TO WS-Rjn-File-Name.
MOVE Writeoff-Record TO WS-Rjn-Record.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
CLOSE Writeoff-File.

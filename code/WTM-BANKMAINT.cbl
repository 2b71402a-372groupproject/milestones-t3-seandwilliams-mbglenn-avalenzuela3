*> Savings transfer instruction maintenance. A household that wants
*> the savings share of its Extra actually moved each period gives us
*> its bank routing and account details and the percent to move; they
*> live on WTM-BANK-ACCOUNTS.DAT (append-only, latest row per employee
*> is the standing instruction, earlier rows are the change trail),
*> the same latest-row-wins approach as WTM-CASE-LOG.DAT. Modes:
*>   S set     - records the account (routing number check digit
*>               verified), account type, name on the account, and
*>               the savings percent, and opts the household in.
*>   O opt out - stops the transfers; the account details stay on the
*>               row so a later opt-in only needs S again.
*>   L list    - shows every instruction change for one employee, the
*>               account number masked to its last four characters.
*>   P payroll - elects (or stops) savings withheld from pay instead:
*>               the whole Extra or a percent of it, spread over the
*>               employee's pay frequency. The election is kept on
*>               WTM-PAYROLL-SAVINGS.DAT the same latest-row-wins way;
*>               while it is active WTM-ACHBUILD sends no transfer and
*>               WTM-PAYDEDOUT sends the deduction to payroll.
*> wheresTheMoney applies an opted-in percent to the Extra split
*> without asking; WTM-ACHBUILD sends it. Supervisor-gated, because
*> it decides where money goes.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-BANKMAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Bank-Account-File ASSIGN TO "WTM-BANK-ACCOUNTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Bank-Account-Status.
    SELECT Employee-Master-File ASSIGN TO "WTM-EMPLOYEE-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Employee-Master-Status.
    SELECT Payroll-Savings-File ASSIGN TO "WTM-PAYROLL-SAVINGS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Payroll-Savings-Status.

DATA DIVISION.
FILE SECTION.
FD  Bank-Account-File.
    COPY "WTM-BANK-ACCOUNT-REC.cpy".

FD  Employee-Master-File.
    COPY "WTM-EMPLOYEE-MASTER-REC.cpy".

FD  Payroll-Savings-File.
    COPY "WTM-PAYROLL-SAVINGS-REC.cpy".

WORKING-STORAGE SECTION.
01 WS-Bank-Account-Status PIC XX.
01 WS-Employee-Master-Status PIC XX.
01 WS-Payroll-Savings-Status PIC XX.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Mode-Choice PIC X.
01 WS-Work-Employee-ID PIC 9(6).
01 WS-Work-Employee-Name PIC X(30).
01 WS-Empl-Found-Flag PIC X VALUE "N".
    88 Empl-Found VALUE "Y" FALSE "N".
*> The employee's current instruction, from the latest row.
01 WS-Current-Found-Flag PIC X VALUE "N".
    88 Current-Found VALUE "Y" FALSE "N".
01 WS-Cur-Routing PIC 9(9).
01 WS-Cur-Account-No PIC X(17).
01 WS-Cur-Account-Type PIC X.
01 WS-Cur-Opt-In PIC X.
01 WS-Cur-Savings-Percent PIC 9(3)V99.
01 WS-Cur-Holder-Name PIC X(22).
*> The employee's current payroll deduction election, likewise.
01 WS-Election-Found-Flag PIC X VALUE "N".
    88 Election-Found VALUE "Y" FALSE "N".
01 WS-Cur-Psv-Active PIC X.
01 WS-Cur-Psv-Basis PIC X.
01 WS-Cur-Psv-Percent PIC 9(3)V99.
01 WS-Cur-Psv-Frequency PIC X.
01 WS-Work-Basis PIC X.
01 WS-Work-Frequency PIC X.
*> Routing number and its ABA check: weights 3-7-1 across the nine
*> digits must sum to a multiple of ten.
01 WS-Work-Routing PIC 9(9).
01 WS-Work-Routing-Digits REDEFINES WS-Work-Routing.
    05 WS-Rt-Digit PIC 9 OCCURS 9 TIMES.
01 WS-Routing-Sum PIC 9(4).
01 WS-Work-Account-No PIC X(17).
01 WS-Work-Account-Type PIC X.
01 WS-Work-Holder-Name PIC X(22).
01 WS-Work-Percent PIC 9(3)V99.
01 WS-Masked-Account PIC X(17).
01 WS-Account-Length PIC 9(2).
01 WS-Rows-Shown PIC 9(5).
01 WS-Numeric-Input PIC X(12).
01 WS-Test-Numval PIC S9(8).
01 WS-Input-Valid PIC X VALUE "N".
    88 Input-Valid VALUE "Y".
01 WS-Accept-Target PIC S9(9)V99.
01 WS-Gate-Function PIC X(20).
01 WS-Gate-Role PIC X.
01 WS-Gate-Result PIC X.
    88 Gate-Granted VALUE "G" FALSE "D".
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '--------------------------- WTM SAVINGS TRANSFER INSTRUCTIONS --------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
*> Protected function: an instruction decides where money is sent,
*> so it requires the supervisor role whether launched from the
*> console or the command line. Denials are logged by the gate.
MOVE 'WTM-BANKMAINT' TO WS-Gate-Function.
MOVE "S" TO WS-Gate-Role.
CALL 'WTM-ROLE-GATE' USING WS-Gate-Function, WS-Gate-Role, WS-Gate-Result.
IF NOT Gate-Granted THEN
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
DISPLAY 'Enter S to set an instruction, O to opt a household out, L to list an employee''s changes,'.
DISPLAY '   or P to elect or stop savings withheld from pay:'.
ACCEPT WS-Mode-Choice.
EVALUATE WS-Mode-Choice
    WHEN "S" WHEN "s" PERFORM SET-INSTRUCTION-SECT
    WHEN "O" WHEN "o" PERFORM OPT-OUT-SECT
    WHEN "L" WHEN "l" PERFORM LIST-INSTRUCTIONS-SECT
    WHEN "P" WHEN "p" PERFORM PAYROLL-ELECTION-SECT
    WHEN OTHER DISPLAY 'INPUT ERROR: please enter S, O, L, or P.'
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

FIND-CURRENT-SECT.
*> The latest row for WS-Work-Employee-ID is its current instruction.
MOVE "N" TO WS-Current-Found-Flag.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Bank-Account-File.
IF WS-Bank-Account-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Bank-Account-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Bank-Employee-ID = WS-Work-Employee-ID THEN
                SET Current-Found TO TRUE
                MOVE Bank-Routing TO WS-Cur-Routing
                MOVE Bank-Account-No TO WS-Cur-Account-No
                MOVE Bank-Account-Type TO WS-Cur-Account-Type
                MOVE Bank-Opt-In TO WS-Cur-Opt-In
                MOVE Bank-Savings-Percent TO WS-Cur-Savings-Percent
                MOVE Bank-Holder-Name TO WS-Cur-Holder-Name
            END-IF
    END-READ
END-PERFORM.
CLOSE Bank-Account-File.

MASK-ACCOUNT-SECT.
*> Shows only the last four characters of WS-Work-Account-No.
MOVE ALL '*' TO WS-Masked-Account.
MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-Work-Account-No)) TO WS-Account-Length.
IF WS-Account-Length > 4 THEN
    MOVE WS-Work-Account-No(WS-Account-Length - 3:4) TO WS-Masked-Account(14:4)
ELSE
    MOVE WS-Work-Account-No TO WS-Masked-Account
END-IF.

APPEND-BANK-ROW-SECT.
*> Writes the Bank-Account-Record already built by the caller,
*> stamped with today's date, the time, and the signed-on operator.
MOVE WS-Work-Employee-ID TO Bank-Employee-ID.
MOVE FUNCTION CURRENT-DATE(1:8) TO Bank-Change-Date.
MOVE FUNCTION CURRENT-DATE(9:8) TO Bank-Change-Time.
IF WTM-Operator-ID = SPACES THEN
    MOVE 'UNKNOWN ' TO Bank-Operator-ID
ELSE
    MOVE WTM-Operator-ID TO Bank-Operator-ID
END-IF.
OPEN EXTEND Bank-Account-File.
IF WS-Bank-Account-Status = "35" THEN
    OPEN OUTPUT Bank-Account-File
END-IF.
IF WS-Bank-Account-Status = "00" THEN
    WRITE Bank-Account-Record
    SET Rjn-After-Image TO TRUE
    MOVE 'WTM-BANK-ACCOUNTS.DAT' TO WS-Rjn-File-Name
    MOVE Bank-Account-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    CLOSE Bank-Account-File
ELSE
    DISPLAY 'WARNING: could not write WTM-BANK-ACCOUNTS.DAT, file status ', WS-Bank-Account-Status
    MOVE 12 TO RETURN-CODE
END-IF.

SET-INSTRUCTION-SECT.
DISPLAY 'Employee ID:'.
PERFORM ACCEPT-NUMERIC-SECT.
MOVE WS-Accept-Target TO WS-Work-Employee-ID.
PERFORM FIND-EMPLOYEE-SECT.
IF NOT Empl-Found THEN
    DISPLAY 'SET ERROR: employee ', WS-Work-Employee-ID, ' is not on the master.'
    EXIT PARAGRAPH
END-IF.
DISPLAY 'Savings instruction for ', WS-Work-Employee-ID, ' ', WS-Work-Employee-Name.
PERFORM FIND-CURRENT-SECT.
IF Current-Found THEN
    MOVE WS-Cur-Account-No TO WS-Work-Account-No
    PERFORM MASK-ACCOUNT-SECT
    DISPLAY '  now on file: routing ', WS-Cur-Routing, ' account ', WS-Masked-Account,
        ' type ', WS-Cur-Account-Type, ' opted in ', WS-Cur-Opt-In, ' at ', WS-Cur-Savings-Percent, '%'
END-IF.
DISPLAY 'Bank routing number (nine digits):'.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    PERFORM ACCEPT-NUMERIC-SECT
    MOVE "N" TO WS-Input-Valid
    IF (WS-Accept-Target < 1) OR (WS-Accept-Target > 999999999) THEN
        DISPLAY 'INPUT ERROR: a routing number is nine digits. Please re-enter.'
    ELSE
        MOVE WS-Accept-Target TO WS-Work-Routing
        COMPUTE WS-Routing-Sum = 3 * (WS-Rt-Digit(1) + WS-Rt-Digit(4) + WS-Rt-Digit(7))
            + 7 * (WS-Rt-Digit(2) + WS-Rt-Digit(5) + WS-Rt-Digit(8))
            + WS-Rt-Digit(3) + WS-Rt-Digit(6) + WS-Rt-Digit(9)
        IF FUNCTION MOD(WS-Routing-Sum, 10) NOT = 0 THEN
            DISPLAY 'INPUT ERROR: ', WS-Work-Routing, ' fails the routing check digit. Please re-enter.'
        ELSE
            MOVE "Y" TO WS-Input-Valid
        END-IF
    END-IF
END-PERFORM.
DISPLAY 'Account number (up to 17 characters):'.
MOVE SPACES TO WS-Work-Account-No.
PERFORM UNTIL WS-Work-Account-No NOT = SPACES
    ACCEPT WS-Work-Account-No
    IF WS-Work-Account-No = SPACES THEN
        DISPLAY 'INPUT ERROR: the account number cannot be blank. Please re-enter.'
    END-IF
END-PERFORM.
MOVE FUNCTION TRIM(WS-Work-Account-No) TO WS-Work-Account-No.
DISPLAY 'Account type - S for savings, C for checking:'.
MOVE SPACE TO WS-Work-Account-Type.
PERFORM UNTIL (WS-Work-Account-Type = "S") OR (WS-Work-Account-Type = "C")
    ACCEPT WS-Work-Account-Type
    MOVE FUNCTION UPPER-CASE(WS-Work-Account-Type) TO WS-Work-Account-Type
    IF (WS-Work-Account-Type NOT = "S") AND (WS-Work-Account-Type NOT = "C") THEN
        DISPLAY 'INPUT ERROR: please enter S or C.'
    END-IF
END-PERFORM.
DISPLAY 'Name on the account as the bank holds it (up to 22 characters, blank = the master name):'.
ACCEPT WS-Work-Holder-Name.
IF WS-Work-Holder-Name = SPACES THEN
    MOVE WS-Work-Employee-Name TO WS-Work-Holder-Name
END-IF.
MOVE FUNCTION UPPER-CASE(WS-Work-Holder-Name) TO WS-Work-Holder-Name.
DISPLAY 'Percent of Extra to move to this account each period (1-100):'.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    PERFORM ACCEPT-NUMERIC-SECT
    IF (WS-Accept-Target <= 0) OR (WS-Accept-Target > 100) THEN
        DISPLAY 'INPUT ERROR: enter a percent above 0 and no more than 100.'
        MOVE "N" TO WS-Input-Valid
    END-IF
END-PERFORM.
MOVE WS-Accept-Target TO WS-Work-Percent.
MOVE WS-Work-Routing TO Bank-Routing.
MOVE WS-Work-Account-No TO Bank-Account-No.
MOVE WS-Work-Account-Type TO Bank-Account-Type.
MOVE "Y" TO Bank-Opt-In.
MOVE WS-Work-Percent TO Bank-Savings-Percent.
MOVE WS-Work-Holder-Name TO Bank-Holder-Name.
PERFORM APPEND-BANK-ROW-SECT.
PERFORM MASK-ACCOUNT-SECT.
DISPLAY 'Instruction set for employee ', WS-Work-Employee-ID, ': ', WS-Work-Percent,
    '% of Extra to account ', WS-Masked-Account, ' from the next saved run.'.

OPT-OUT-SECT.
DISPLAY 'Employee ID:'.
PERFORM ACCEPT-NUMERIC-SECT.
MOVE WS-Accept-Target TO WS-Work-Employee-ID.
PERFORM FIND-CURRENT-SECT.
IF NOT Current-Found THEN
    DISPLAY 'OPT-OUT ERROR: employee ', WS-Work-Employee-ID, ' has no savings instruction on file.'
    EXIT PARAGRAPH
END-IF.
IF WS-Cur-Opt-In NOT = "Y" THEN
    DISPLAY 'OPT-OUT ERROR: employee ', WS-Work-Employee-ID, ' is already opted out.'
    EXIT PARAGRAPH
END-IF.
MOVE WS-Cur-Routing TO Bank-Routing.
MOVE WS-Cur-Account-No TO Bank-Account-No.
MOVE WS-Cur-Account-Type TO Bank-Account-Type.
MOVE "N" TO Bank-Opt-In.
MOVE WS-Cur-Savings-Percent TO Bank-Savings-Percent.
MOVE WS-Cur-Holder-Name TO Bank-Holder-Name.
PERFORM APPEND-BANK-ROW-SECT.
DISPLAY 'Employee ', WS-Work-Employee-ID, ' opted out - no further transfers, including any period already queued.'.

LIST-INSTRUCTIONS-SECT.
DISPLAY 'Employee ID:'.
PERFORM ACCEPT-NUMERIC-SECT.
MOVE WS-Accept-Target TO WS-Work-Employee-ID.
MOVE 0 TO WS-Rows-Shown.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Bank-Account-File.
IF WS-Bank-Account-Status NOT = "00" THEN
    DISPLAY 'No savings instructions on file yet.'
    EXIT PARAGRAPH
END-IF.
DISPLAY 'DATE      ROUTING    ACCOUNT            TYPE  OPT-IN  PERCENT  NAME                    OPERATOR'.
PERFORM UNTIL File-EOF
    READ Bank-Account-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Bank-Employee-ID = WS-Work-Employee-ID THEN
                ADD 1 TO WS-Rows-Shown
                MOVE Bank-Account-No TO WS-Work-Account-No
                PERFORM MASK-ACCOUNT-SECT
                DISPLAY Bank-Change-Date, '  ', Bank-Routing, '  ', WS-Masked-Account, '  ',
                    Bank-Account-Type, '     ', Bank-Opt-In, '       ', Bank-Savings-Percent, '  ',
                    Bank-Holder-Name, '  ', Bank-Operator-ID
            END-IF
    END-READ
END-PERFORM.
CLOSE Bank-Account-File.
DISPLAY WS-Rows-Shown, ' instruction change(s) shown.'.

FIND-CURRENT-ELECTION-SECT.
*> The latest WTM-PAYROLL-SAVINGS.DAT row for WS-Work-Employee-ID.
MOVE "N" TO WS-Election-Found-Flag.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Payroll-Savings-File.
IF WS-Payroll-Savings-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Payroll-Savings-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Psv-Employee-ID = WS-Work-Employee-ID THEN
                SET Election-Found TO TRUE
                MOVE Psv-Active TO WS-Cur-Psv-Active
                MOVE Psv-Basis TO WS-Cur-Psv-Basis
                MOVE Psv-Percent TO WS-Cur-Psv-Percent
                MOVE Psv-Pay-Frequency TO WS-Cur-Psv-Frequency
            END-IF
    END-READ
END-PERFORM.
CLOSE Payroll-Savings-File.

PAYROLL-ELECTION-SECT.
DISPLAY 'Employee ID:'.
PERFORM ACCEPT-NUMERIC-SECT.
MOVE WS-Accept-Target TO WS-Work-Employee-ID.
PERFORM FIND-EMPLOYEE-SECT.
IF NOT Empl-Found THEN
    DISPLAY 'PAYROLL ERROR: employee ', WS-Work-Employee-ID, ' is not on the master.'
    EXIT PARAGRAPH
END-IF.
DISPLAY 'Payroll savings deduction for ', WS-Work-Employee-ID, ' ', WS-Work-Employee-Name.
PERFORM FIND-CURRENT-ELECTION-SECT.
IF Election-Found AND (WS-Cur-Psv-Active = "Y") THEN
    IF WS-Cur-Psv-Basis = "E" THEN
        DISPLAY '  now elected: the whole Extra, pay frequency ', WS-Cur-Psv-Frequency
    ELSE
        DISPLAY '  now elected: ', WS-Cur-Psv-Percent, '% of Extra, pay frequency ', WS-Cur-Psv-Frequency
    END-IF
ELSE
    DISPLAY '  no payroll deduction elected now.'
END-IF.
PERFORM FIND-CURRENT-SECT.
IF Current-Found AND (WS-Cur-Opt-In = "Y") THEN
    DISPLAY '  savings transfer instruction on file: ', WS-Cur-Savings-Percent, '% of Extra by ACH.'
END-IF.
DISPLAY 'Enter E to withhold the whole Extra, P to withhold a percent of it, or N to stop the deduction:'.
MOVE SPACE TO WS-Work-Basis.
PERFORM UNTIL (WS-Work-Basis = "E") OR (WS-Work-Basis = "P") OR (WS-Work-Basis = "N")
    ACCEPT WS-Work-Basis
    MOVE FUNCTION UPPER-CASE(WS-Work-Basis) TO WS-Work-Basis
    IF (WS-Work-Basis NOT = "E") AND (WS-Work-Basis NOT = "P") AND (WS-Work-Basis NOT = "N") THEN
        DISPLAY 'INPUT ERROR: please enter E, P, or N.'
    END-IF
END-PERFORM.
IF WS-Work-Basis = "N" THEN
    IF NOT Election-Found OR (WS-Cur-Psv-Active NOT = "Y") THEN
        DISPLAY 'PAYROLL ERROR: employee ', WS-Work-Employee-ID, ' has no payroll deduction to stop.'
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO Psv-Active
    MOVE WS-Cur-Psv-Basis TO Psv-Basis
    MOVE WS-Cur-Psv-Percent TO Psv-Percent
    MOVE WS-Cur-Psv-Frequency TO Psv-Pay-Frequency
    PERFORM APPEND-ELECTION-ROW-SECT
    DISPLAY 'Employee ', WS-Work-Employee-ID, ' payroll deduction stopped - the next payroll file carries the stop.'
    EXIT PARAGRAPH
END-IF.
MOVE 100 TO WS-Work-Percent.
IF WS-Work-Basis = "P" THEN
    DISPLAY 'Percent of Extra to withhold (1-100):'
    MOVE "N" TO WS-Input-Valid
    PERFORM UNTIL Input-Valid
        PERFORM ACCEPT-NUMERIC-SECT
        IF (WS-Accept-Target <= 0) OR (WS-Accept-Target > 100) THEN
            DISPLAY 'INPUT ERROR: enter a percent above 0 and no more than 100.'
            MOVE "N" TO WS-Input-Valid
        END-IF
    END-PERFORM
    MOVE WS-Accept-Target TO WS-Work-Percent
END-IF.
DISPLAY 'Pay frequency - W weekly, B biweekly, S semi-monthly, M monthly:'.
MOVE SPACE TO WS-Work-Frequency.
PERFORM UNTIL (WS-Work-Frequency = "W") OR (WS-Work-Frequency = "B")
    OR (WS-Work-Frequency = "S") OR (WS-Work-Frequency = "M")
    ACCEPT WS-Work-Frequency
    MOVE FUNCTION UPPER-CASE(WS-Work-Frequency) TO WS-Work-Frequency
    IF (WS-Work-Frequency NOT = "W") AND (WS-Work-Frequency NOT = "B")
        AND (WS-Work-Frequency NOT = "S") AND (WS-Work-Frequency NOT = "M") THEN
        DISPLAY 'INPUT ERROR: please enter W, B, S, or M.'
    END-IF
END-PERFORM.
MOVE "Y" TO Psv-Active.
MOVE WS-Work-Basis TO Psv-Basis.
MOVE WS-Work-Percent TO Psv-Percent.
MOVE WS-Work-Frequency TO Psv-Pay-Frequency.
PERFORM APPEND-ELECTION-ROW-SECT.
DISPLAY 'Payroll deduction elected for employee ', WS-Work-Employee-ID, ': ', WS-Work-Percent,
    '% of Extra, pay frequency ', WS-Work-Frequency, ', from the next payroll file.'.
IF Current-Found AND (WS-Cur-Opt-In = "Y") THEN
    DISPLAY 'NOTE: no ACH savings transfer is sent for this employee while the payroll deduction stands.'
END-IF.

APPEND-ELECTION-ROW-SECT.
*> Writes the Payroll-Savings-Record already built by the caller,
*> stamped the same way as a bank instruction row.
MOVE WS-Work-Employee-ID TO Psv-Employee-ID.
MOVE FUNCTION CURRENT-DATE(1:8) TO Psv-Change-Date.
MOVE FUNCTION CURRENT-DATE(9:8) TO Psv-Change-Time.
IF WTM-Operator-ID = SPACES THEN
    MOVE 'UNKNOWN ' TO Psv-Operator-ID
ELSE
    MOVE WTM-Operator-ID TO Psv-Operator-ID
END-IF.
OPEN EXTEND Payroll-Savings-File.
IF WS-Payroll-Savings-Status = "35" THEN
    OPEN OUTPUT Payroll-Savings-File
END-IF.
IF WS-Payroll-Savings-Status = "00" THEN
    WRITE Payroll-Savings-Record
    SET Rjn-After-Image TO TRUE
    MOVE 'WTM-PAYROLL-SAVINGS.DAT' TO WS-Rjn-File-Name
    MOVE Payroll-Savings-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    CLOSE Payroll-Savings-File
ELSE
    DISPLAY 'WARNING: could not write WTM-PAYROLL-SAVINGS.DAT, file status ', WS-Payroll-Savings-Status
    MOVE 12 TO RETURN-CODE
END-IF.

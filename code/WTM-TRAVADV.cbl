*> Travel advance register. Employees are given foreign currency
*> before a trip and settle it afterward with receipts in that
*> currency; the settlement used to be worked out on a calculator.
*> The register is WTM-TRAVEL-ADVANCES.DAT. Modes:
*>   I issue  - employee (must be active on the master), currency
*>              (must have a rate in force today on WTM-FX-RATES.DAT),
*>              the dollars paid for the advance, and the trip; the
*>              dollars are converted through WTM-FX-CONVERT, as the
*>              converter quotes them, and the foreign amount handed
*>              over, the rate, and its carrying value at that rate are
*>              recorded under the next advance number.
*>   S settle - an open advance: the foreign expenses receipted and
*>              the foreign cash handed back. The rest of the advance
*>              is what the employee still owes - or, when the
*>              receipts come to more than the advance, what the
*>              company owes the employee - and is priced at the
*>              currency's rate in force on the settlement date. The
*>              realized FX gain or loss is the advance's value at the
*>              settlement rate less its carrying value at issue;
*>              WTM-GLEXPORT posts it to the employee's company for
*>              the settlement period.
*>   L list   - the advances for one employee, or all of them.
*> Supervisor-gated, because an advance pays cash out.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-TRAVADV.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Travel-Advance-File ASSIGN TO "WTM-TRAVEL-ADVANCES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Travel-Advance-Status.
    SELECT Employee-Master-File ASSIGN TO "WTM-EMPLOYEE-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Employee-Master-Status.
    SELECT FX-Rate-File ASSIGN TO "WTM-FX-RATES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FX-Rate-Status.

DATA DIVISION.
FILE SECTION.
FD  Travel-Advance-File.
    COPY "WTM-TRAVEL-ADVANCE-REC.cpy".

FD  Employee-Master-File.
    COPY "WTM-EMPLOYEE-MASTER-REC.cpy".

FD  FX-Rate-File.
01 FX-Rate-Input-Record.
    05 FX-Input-Code     PIC X(3).
    05 FX-Input-Rate     PIC 9(5)V9999.
    05 FX-Input-Eff-Date PIC 9(8).

WORKING-STORAGE SECTION.
01 WS-Travel-Advance-Status PIC XX.
01 WS-Employee-Master-Status PIC XX.
01 WS-FX-Rate-Status PIC XX.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Mode-Choice PIC X.
01 WS-Today PIC 9(8).
*> The register, held whole so a settlement can rewrite it.
01 WS-Advance-Table.
    05 WS-Tad-Entry OCCURS 500 TIMES.
       10 WS-Tad-Row PIC X(187).
01 WS-Advance-Count PIC 9(3) VALUE 0.
01 WS-Advance-Idx PIC 9(3).
01 WS-Advance-Slot PIC 9(3).
01 WS-Next-Advance-No PIC 9(6) VALUE 0.
01 WS-Work-Employee-ID PIC 9(6).
01 WS-Work-Employee-Name PIC X(30).
01 WS-Work-Company PIC X(3).
01 WS-Empl-Found-Flag PIC X VALUE "N".
    88 Empl-Found VALUE "Y" FALSE "N".
01 WS-Empl-Active-Flag PIC X VALUE "N".
    88 Empl-Active-On-Master VALUE "Y" FALSE "N".
01 WS-Work-Curr-Code PIC X(3).
01 WS-Spot-Rate PIC 9(5)V9999.
01 WS-Spot-Eff-Date PIC 9(8).
01 WS-Spot-Found-Flag PIC X VALUE "N".
    88 Spot-Found VALUE "Y" FALSE "N".
01 WS-Work-Date PIC 9(8).
01 WS-Date-Input PIC X(10).
01 WS-Work-Advance-No PIC 9(6).
01 WS-Work-Purpose PIC X(30).
01 WS-Work-Expenses PIC 9(9)V99.
01 WS-Work-Returned PIC 9(9)V99.
01 WS-Work-Balance PIC S9(9)V99.
01 WS-Work-Balance-Home PIC S9(9)V99.
01 WS-Work-Settle-Value PIC S9(9)V99.
01 WS-Work-Gain-Loss PIC S9(9)V99.
01 WS-Work-Expense-Home PIC S9(9)V99.
01 WS-Work-Returned-Home PIC S9(9)V99.
01 WS-FX-Convert-Amount PIC 9(8)V9999.
01 WS-FX-Convert-Result PIC 9(8)V9999.
01 WS-FX-Convert-Net PIC 9(8)V9999.
01 WS-FX-Fee-Amount PIC 9(5)V99.
01 WS-Foreign-Issued PIC S9(9)V99.
01 WS-Confirm PIC X.
01 WS-Rows-Shown PIC 9(5).
01 WS-Money-Disp PIC ZZZ,ZZZ,ZZ9.99.
01 WS-Money-Disp-2 PIC ZZZ,ZZZ,ZZ9.99.
01 WS-Gain-Disp PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-Gain-Disp-2 PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-Status-Text PIC X(7).
01 WS-Numeric-Input PIC X(14).
01 WS-Test-Numval PIC S9(8).
01 WS-Input-Valid PIC X VALUE "N".
    88 Input-Valid VALUE "Y".
01 WS-Accept-Target PIC S9(9)V9999.
01 WS-Gate-Function PIC X(20).
01 WS-Gate-Role PIC X.
01 WS-Gate-Result PIC X.
    88 Gate-Granted VALUE "G" FALSE "D".
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '------------------------------ WTM TRAVEL ADVANCE REGISTER ---------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
*> Protected function: an advance pays cash out, so it requires the
*> supervisor role whether launched from the console or the command
*> line. Denials are logged by the gate.
MOVE 'WTM-TRAVADV' TO WS-Gate-Function.
MOVE "S" TO WS-Gate-Role.
CALL 'WTM-ROLE-GATE' USING WS-Gate-Function, WS-Gate-Role, WS-Gate-Result.
IF NOT Gate-Granted THEN
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
PERFORM LOAD-REGISTER-SECT.
DISPLAY 'Enter I to issue an advance, S to settle an open advance, or L to list the register:'.
ACCEPT WS-Mode-Choice.
EVALUATE WS-Mode-Choice
    WHEN "I" WHEN "i" PERFORM ISSUE-ADVANCE-SECT
    WHEN "S" WHEN "s" PERFORM SETTLE-ADVANCE-SECT
    WHEN "L" WHEN "l" PERFORM LIST-ADVANCES-SECT
    WHEN OTHER DISPLAY 'INPUT ERROR: please enter I, S, or L.'
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

ACCEPT-AMOUNT-SECT.
*> A non-negative amount below one billion into WS-Accept-Target.
MOVE "N" TO WS-Confirm.
PERFORM UNTIL WS-Confirm = "Y"
    PERFORM ACCEPT-NUMERIC-SECT
    IF (WS-Accept-Target < 0) OR (WS-Accept-Target > 999999999.99) THEN
        DISPLAY 'INPUT ERROR: the amount must be zero or more and below one billion. Please re-enter.'
    ELSE
        MOVE "Y" TO WS-Confirm
    END-IF
END-PERFORM.

ACCEPT-DATE-SECT.
*> A real calendar date as YYYYMMDD into WS-Work-Date; blank takes
*> today.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    MOVE SPACES TO WS-Date-Input
    ACCEPT WS-Date-Input
    IF WS-Date-Input = SPACES THEN
        MOVE WS-Today TO WS-Work-Date
        MOVE "Y" TO WS-Input-Valid
    ELSE
        IF (FUNCTION TRIM(WS-Date-Input) IS NOT NUMERIC)
            OR (FUNCTION LENGTH(FUNCTION TRIM(WS-Date-Input)) NOT = 8) THEN
            DISPLAY 'INPUT ERROR: enter the date as YYYYMMDD. Please re-enter.'
        ELSE
            MOVE WS-Date-Input(1:8) TO WS-Work-Date
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-Work-Date) NOT = 0 THEN
                DISPLAY 'INPUT ERROR: that is not a real calendar date. Please re-enter as YYYYMMDD.'
            ELSE
                MOVE "Y" TO WS-Input-Valid
            END-IF
        END-IF
    END-IF
END-PERFORM.

LOAD-REGISTER-SECT.
MOVE 0 TO WS-Advance-Count.
MOVE 0 TO WS-Next-Advance-No.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Travel-Advance-File.
IF WS-Travel-Advance-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Travel-Advance-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF WS-Advance-Count < 500 THEN
                ADD 1 TO WS-Advance-Count
                MOVE Travel-Advance-Record TO WS-Tad-Row(WS-Advance-Count)
            END-IF
            IF Tad-Advance-No > WS-Next-Advance-No THEN
                MOVE Tad-Advance-No TO WS-Next-Advance-No
            END-IF
    END-READ
END-PERFORM.
CLOSE Travel-Advance-File.

REWRITE-REGISTER-SECT.
OPEN OUTPUT Travel-Advance-File.
IF WS-Travel-Advance-Status NOT = "00" THEN
    DISPLAY 'TRAVADV: could not rewrite WTM-TRAVEL-ADVANCES.DAT, file status ', WS-Travel-Advance-Status
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING WS-Advance-Idx FROM 1 BY 1 UNTIL WS-Advance-Idx > WS-Advance-Count
    MOVE WS-Tad-Row(WS-Advance-Idx) TO Travel-Advance-Record
    WRITE Travel-Advance-Record
END-PERFORM.
CLOSE Travel-Advance-File.
SET Rjn-File-Image TO TRUE.
MOVE 'WTM-TRAVEL-ADVANCES.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.

FIND-EMPLOYEE-SECT.
*> Validates WS-Work-Employee-ID against the master and pulls the
*> name and the company the advance is charged to.
MOVE "N" TO WS-Empl-Found-Flag.
MOVE "N" TO WS-Empl-Active-Flag.
MOVE SPACES TO WS-Work-Employee-Name.
MOVE SPACES TO WS-Work-Company.
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
                MOVE Empl-Company TO WS-Work-Company
                IF Empl-Active THEN
                    SET Empl-Active-On-Master TO TRUE
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Employee-Master-File.

FIND-SPOT-RATE-SECT.
*> The latest WTM-FX-RATES.DAT row for WS-Work-Curr-Code in force on
*> WS-Work-Date.
MOVE "N" TO WS-Spot-Found-Flag.
MOVE 0 TO WS-Spot-Rate.
MOVE 0 TO WS-Spot-Eff-Date.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT FX-Rate-File.
IF WS-FX-Rate-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ FX-Rate-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF FX-Input-Eff-Date IS NOT NUMERIC THEN
                MOVE 0 TO FX-Input-Eff-Date
            END-IF
            IF (FX-Input-Code = WS-Work-Curr-Code)
                AND (FX-Input-Eff-Date <= WS-Work-Date)
                AND ((NOT Spot-Found) OR (FX-Input-Eff-Date >= WS-Spot-Eff-Date)) THEN
                SET Spot-Found TO TRUE
                MOVE FX-Input-Eff-Date TO WS-Spot-Eff-Date
                MOVE FX-Input-Rate TO WS-Spot-Rate
            END-IF
    END-READ
END-PERFORM.
CLOSE FX-Rate-File.
IF Spot-Found AND (WS-Spot-Rate = 0) THEN
    SET Spot-Found TO FALSE
END-IF.

ISSUE-ADVANCE-SECT.
IF WS-Advance-Count >= 500 THEN
    DISPLAY 'TRAVADV: the register is full (500 advances) - nothing issued.'
    MOVE 8 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
DISPLAY 'Employee ID of the traveller:'.
PERFORM ACCEPT-NUMERIC-SECT.
MOVE WS-Accept-Target TO WS-Work-Employee-ID.
PERFORM FIND-EMPLOYEE-SECT.
IF NOT Empl-Found THEN
    DISPLAY 'TRAVADV: employee ', WS-Work-Employee-ID, ' is not on the employee master - nothing issued.'
    MOVE 8 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
IF NOT Empl-Active-On-Master THEN
    DISPLAY 'TRAVADV: employee ', WS-Work-Employee-ID, ' is inactive on the master - nothing issued.'
    MOVE 8 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
DISPLAY 'Advance for ', WS-Work-Employee-ID, ' ', FUNCTION TRIM(WS-Work-Employee-Name),
    ', company ', WS-Work-Company, '.'.
DISPLAY 'Currency code of the advance (as on WTM-FX-RATES.DAT):'.
MOVE SPACES TO WS-Work-Curr-Code.
ACCEPT WS-Work-Curr-Code.
MOVE WS-Today TO WS-Work-Date.
PERFORM FIND-SPOT-RATE-SECT.
IF NOT Spot-Found THEN
    DISPLAY 'TRAVADV: no rate for ', WS-Work-Curr-Code, ' in force today on WTM-FX-RATES.DAT - nothing issued.'
    MOVE 8 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
DISPLAY 'Dollars paid for the advance:'.
MOVE "N" TO WS-Confirm.
PERFORM UNTIL WS-Confirm = "Y"
    PERFORM ACCEPT-NUMERIC-SECT
    IF (WS-Accept-Target <= 0) OR (WS-Accept-Target > 99999999.99) THEN
        DISPLAY 'INPUT ERROR: the amount must be above zero and below 100000000. Please re-enter.'
    ELSE
        MOVE WS-Accept-Target TO WS-FX-Convert-Amount
        MOVE "Y" TO WS-Confirm
    END-IF
END-PERFORM.
CALL "WTM-FX-CONVERT" USING WS-FX-Convert-Amount, WS-Spot-Rate, WS-FX-Convert-Result,
    WS-Work-Curr-Code, WS-FX-Convert-Net, WS-FX-Fee-Amount.
COMPUTE WS-Foreign-Issued = WS-FX-Convert-Net - WS-FX-Fee-Amount.
IF WS-Foreign-Issued <= 0 THEN
    DISPLAY 'TRAVADV: after the transaction fee nothing is left to advance - nothing issued.'
    MOVE 8 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
DISPLAY 'Trip or purpose (up to 30 characters):'.
MOVE SPACES TO WS-Work-Purpose.
ACCEPT WS-Work-Purpose.
ADD 1 TO WS-Next-Advance-No.
MOVE SPACES TO Travel-Advance-Record.
MOVE WS-Next-Advance-No TO Tad-Advance-No.
MOVE WS-Work-Employee-ID TO Tad-Employee-ID.
MOVE WS-Work-Company TO Tad-Company.
MOVE WS-Work-Curr-Code TO Tad-Curr-Code.
MOVE WS-FX-Convert-Amount TO Tad-Dollars-Paid.
MOVE WS-Foreign-Issued TO Tad-Foreign-Amount.
MOVE WS-Spot-Rate TO Tad-Issue-Rate.
COMPUTE Tad-Home-Value ROUNDED = Tad-Foreign-Amount / Tad-Issue-Rate.
MOVE WS-Today TO Tad-Issue-Date.
MOVE WS-Work-Purpose TO Tad-Purpose.
MOVE Tad-Dollars-Paid TO WS-Money-Disp.
MOVE Tad-Foreign-Amount TO WS-Money-Disp-2.
DISPLAY 'Advance ', Tad-Advance-No, ': $', FUNCTION TRIM(WS-Money-Disp), ' at ', Tad-Issue-Rate,
    ' (net of the spread and the ', WS-FX-Fee-Amount, ' fee) gives ', FUNCTION TRIM(WS-Money-Disp-2),
    ' ', Tad-Curr-Code, '.'.
MOVE Tad-Home-Value TO WS-Money-Disp.
DISPLAY 'Carried at $', FUNCTION TRIM(WS-Money-Disp), ' at the issue rate.'.
DISPLAY 'Enter Y to issue it:'.
MOVE SPACE TO WS-Confirm.
ACCEPT WS-Confirm.
IF (WS-Confirm NOT = "Y") AND (WS-Confirm NOT = "y") THEN
    DISPLAY 'Not issued.'
    EXIT PARAGRAPH
END-IF.
SET Tad-Open TO TRUE.
IF WTM-Operator-ID = SPACES THEN
    MOVE 'UNKNOWN ' TO Tad-Issued-By
ELSE
    MOVE WTM-Operator-ID TO Tad-Issued-By
END-IF.
MOVE 0 TO Tad-Settle-Date.
MOVE 0 TO Tad-Settle-Rate.
MOVE 0 TO Tad-Expenses.
MOVE 0 TO Tad-Returned.
MOVE 0 TO Tad-Balance-Foreign.
MOVE 0 TO Tad-Balance-Home.
MOVE 0 TO Tad-Gain-Loss.
ADD 1 TO WS-Advance-Count.
MOVE Travel-Advance-Record TO WS-Tad-Row(WS-Advance-Count).
PERFORM REWRITE-REGISTER-SECT.
IF RETURN-CODE < 12 THEN
    DISPLAY 'Advance ', WS-Next-Advance-No, ' issued.'
END-IF.

SETTLE-ADVANCE-SECT.
DISPLAY 'Advance number to settle:'.
PERFORM ACCEPT-NUMERIC-SECT.
MOVE WS-Accept-Target TO WS-Work-Advance-No.
MOVE 0 TO WS-Advance-Slot.
PERFORM VARYING WS-Advance-Idx FROM 1 BY 1 UNTIL WS-Advance-Idx > WS-Advance-Count
    MOVE WS-Tad-Row(WS-Advance-Idx) TO Travel-Advance-Record
    IF Tad-Advance-No = WS-Work-Advance-No THEN
        MOVE WS-Advance-Idx TO WS-Advance-Slot
    END-IF
END-PERFORM.
IF WS-Advance-Slot = 0 THEN
    DISPLAY 'TRAVADV: advance ', WS-Work-Advance-No, ' is not on the register.'
    MOVE 8 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
MOVE WS-Tad-Row(WS-Advance-Slot) TO Travel-Advance-Record.
IF NOT Tad-Open THEN
    DISPLAY 'TRAVADV: advance ', WS-Work-Advance-No, ' was settled on ', Tad-Settle-Date, ' - not settled again.'
    MOVE 8 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
MOVE Tad-Foreign-Amount TO WS-Money-Disp.
DISPLAY 'Advance ', Tad-Advance-No, ' to employee ', Tad-Employee-ID, ': ', FUNCTION TRIM(WS-Money-Disp), ' ',
    Tad-Curr-Code, ' issued ', Tad-Issue-Date, ' at ', Tad-Issue-Rate, ' - ', FUNCTION TRIM(Tad-Purpose), '.'.
DISPLAY 'Settlement date (YYYYMMDD, blank for today):'.
MOVE "N" TO WS-Confirm.
PERFORM UNTIL WS-Confirm = "Y"
    PERFORM ACCEPT-DATE-SECT
    IF (WS-Work-Date < Tad-Issue-Date) OR (WS-Work-Date > WS-Today) THEN
        DISPLAY 'INPUT ERROR: the settlement date must be between the issue date ', Tad-Issue-Date,
            ' and today. Please re-enter.'
    ELSE
        MOVE "Y" TO WS-Confirm
    END-IF
END-PERFORM.
MOVE Tad-Curr-Code TO WS-Work-Curr-Code.
PERFORM FIND-SPOT-RATE-SECT.
IF NOT Spot-Found THEN
    DISPLAY 'TRAVADV: no rate for ', WS-Work-Curr-Code, ' in force on ', WS-Work-Date,
        ' on WTM-FX-RATES.DAT - not settled.'
    MOVE 8 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
DISPLAY 'Foreign expenses receipted, in ', Tad-Curr-Code, ':'.
PERFORM ACCEPT-AMOUNT-SECT.
MOVE WS-Accept-Target TO WS-Work-Expenses.
DISPLAY 'Foreign cash handed back, in ', Tad-Curr-Code, ':'.
PERFORM ACCEPT-AMOUNT-SECT.
MOVE WS-Accept-Target TO WS-Work-Returned.
*> Everything is priced at the settlement rate; the gain or loss is
*> the whole advance at that rate against its carrying value.
COMPUTE WS-Work-Balance = Tad-Foreign-Amount - WS-Work-Expenses - WS-Work-Returned.
COMPUTE WS-Work-Expense-Home ROUNDED = WS-Work-Expenses / WS-Spot-Rate.
COMPUTE WS-Work-Returned-Home ROUNDED = WS-Work-Returned / WS-Spot-Rate.
COMPUTE WS-Work-Balance-Home ROUNDED = WS-Work-Balance / WS-Spot-Rate.
COMPUTE WS-Work-Settle-Value ROUNDED = Tad-Foreign-Amount / WS-Spot-Rate.
COMPUTE WS-Work-Gain-Loss = WS-Work-Settle-Value - Tad-Home-Value.
DISPLAY ' '.
DISPLAY 'Settlement of advance ', Tad-Advance-No, ' at ', WS-Spot-Rate, ' (rate of ', WS-Spot-Eff-Date, '):'.
DISPLAY '                                   ', Tad-Curr-Code, '              USD'.
MOVE Tad-Foreign-Amount TO WS-Gain-Disp.
MOVE WS-Work-Settle-Value TO WS-Money-Disp.
DISPLAY '  Advance                 ', WS-Gain-Disp, '  ', WS-Money-Disp.
MOVE WS-Work-Expenses TO WS-Gain-Disp.
MOVE WS-Work-Expense-Home TO WS-Money-Disp.
DISPLAY '  Expenses receipted      ', WS-Gain-Disp, '  ', WS-Money-Disp.
MOVE WS-Work-Returned TO WS-Gain-Disp.
MOVE WS-Work-Returned-Home TO WS-Money-Disp.
DISPLAY '  Cash handed back        ', WS-Gain-Disp, '  ', WS-Money-Disp.
MOVE WS-Work-Balance TO WS-Gain-Disp.
MOVE WS-Work-Balance-Home TO WS-Money-Disp.
DISPLAY '  Unaccounted for         ', WS-Gain-Disp, '  ', WS-Money-Disp.
IF WS-Work-Balance > 0 THEN
    DISPLAY '  The employee owes the company $', FUNCTION TRIM(WS-Money-Disp), '.'
END-IF.
IF WS-Work-Balance < 0 THEN
    DISPLAY '  The company owes the employee $', FUNCTION TRIM(WS-Money-Disp), '.'
END-IF.
IF WS-Work-Balance = 0 THEN
    DISPLAY '  The advance is fully accounted for - nothing is owed either way.'
END-IF.
MOVE Tad-Home-Value TO WS-Money-Disp.
MOVE WS-Work-Gain-Loss TO WS-Gain-Disp.
IF WS-Work-Gain-Loss < 0 THEN
    DISPLAY '  Carried at $', FUNCTION TRIM(WS-Money-Disp), ' from issue - realized FX loss ', FUNCTION TRIM(WS-Gain-Disp), '.'
ELSE
    DISPLAY '  Carried at $', FUNCTION TRIM(WS-Money-Disp), ' from issue - realized FX gain ', FUNCTION TRIM(WS-Gain-Disp), '.'
END-IF.
DISPLAY 'Enter Y to settle it:'.
MOVE SPACE TO WS-Confirm.
ACCEPT WS-Confirm.
IF (WS-Confirm NOT = "Y") AND (WS-Confirm NOT = "y") THEN
    DISPLAY 'Not settled.'
    EXIT PARAGRAPH
END-IF.
SET Tad-Settled TO TRUE.
MOVE WS-Work-Date TO Tad-Settle-Date.
MOVE WS-Spot-Rate TO Tad-Settle-Rate.
MOVE WS-Work-Expenses TO Tad-Expenses.
MOVE WS-Work-Returned TO Tad-Returned.
MOVE WS-Work-Balance TO Tad-Balance-Foreign.
MOVE WS-Work-Balance-Home TO Tad-Balance-Home.
MOVE WS-Work-Gain-Loss TO Tad-Gain-Loss.
IF WTM-Operator-ID = SPACES THEN
    MOVE 'UNKNOWN ' TO Tad-Settled-By
ELSE
    MOVE WTM-Operator-ID TO Tad-Settled-By
END-IF.
MOVE Travel-Advance-Record TO WS-Tad-Row(WS-Advance-Slot).
PERFORM REWRITE-REGISTER-SECT.
IF RETURN-CODE < 12 THEN
    DISPLAY 'Advance ', WS-Work-Advance-No, ' settled; the FX result posts with period ', WS-Work-Date(1:6), '.'
END-IF.

LIST-ADVANCES-SECT.
DISPLAY 'Employee ID to list (0 for the whole register):'.
PERFORM ACCEPT-NUMERIC-SECT.
MOVE WS-Accept-Target TO WS-Work-Employee-ID.
MOVE 0 TO WS-Rows-Shown.
DISPLAY 'ADVANCE EMPLOYEE CUR         FOREIGN ISSUED   STATUS  SETTLED         OWED (USD)    FX GAIN/LOSS'.
PERFORM VARYING WS-Advance-Idx FROM 1 BY 1 UNTIL WS-Advance-Idx > WS-Advance-Count
    MOVE WS-Tad-Row(WS-Advance-Idx) TO Travel-Advance-Record
    IF (WS-Work-Employee-ID = 0) OR (Tad-Employee-ID = WS-Work-Employee-ID) THEN
        ADD 1 TO WS-Rows-Shown
        EVALUATE TRUE
            WHEN Tad-Open MOVE 'OPEN   ' TO WS-Status-Text
            WHEN Tad-Settled MOVE 'SETTLED' TO WS-Status-Text
            WHEN OTHER MOVE Tad-Status TO WS-Status-Text
        END-EVALUATE
        MOVE Tad-Foreign-Amount TO WS-Money-Disp
        MOVE Tad-Balance-Home TO WS-Gain-Disp
        MOVE Tad-Gain-Loss TO WS-Gain-Disp-2
        DISPLAY Tad-Advance-No, '  ', Tad-Employee-ID, '   ', Tad-Curr-Code, ' ', WS-Money-Disp, ' ',
            Tad-Issue-Date, ' ', WS-Status-Text, ' ', Tad-Settle-Date, ' ', WS-Gain-Disp, ' ', WS-Gain-Disp-2
    END-IF
END-PERFORM.
DISPLAY WS-Rows-Shown, ' advance(s) listed.'.

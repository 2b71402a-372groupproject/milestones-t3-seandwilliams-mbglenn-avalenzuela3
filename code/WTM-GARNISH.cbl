*> Garnishment order register maintenance and order-balance report.
*> Court and agency orders against an employee's pay (child support,
*> creditor judgments, administrative orders, tax levies) are entered
*> here with the order type, a monthly amount or a percent of
*> disposable income, a priority, and the dates the order runs; a
*> budget run applies the orders in force, in priority order, within
*> the disposable-income limits in WTM-GARNISH-ORDER-REC.cpy, and
*> writes what it applied to WTM-GARNISH-LEDGER.DAT.
*>   A  add an order
*>   E  end an order (the court or agency has released it)
*>   L  list the register
*>   B  order-balance report - per order, the amount owed, what has
*>      been applied to date, and what remains, to
*>      WTM-GARNISH-BALANCE-<date>.TXT
*> Applied-to-date counts the latest ledger row for each period, so a
*> period that was run more than once is counted once.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-GARNISH.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Garnish-Order-File ASSIGN TO "WTM-GARNISH-ORDERS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Garnish-Order-Status.
    SELECT Garnish-Ledger-File ASSIGN TO "WTM-GARNISH-LEDGER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Garnish-Ledger-Status.
    SELECT Employee-Master-File ASSIGN TO "WTM-EMPLOYEE-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Employee-Master-Status.
    SELECT Balance-Report-File ASSIGN TO WS-Balance-Report-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Balance-Report-Status.
    SELECT Report-Catalog-File ASSIGN TO "WTM-REPORT-CATALOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Report-Catalog-Status.

DATA DIVISION.
FILE SECTION.
FD  Garnish-Order-File.
    COPY "WTM-GARNISH-ORDER-REC.cpy".

FD  Garnish-Ledger-File.
    COPY "WTM-GARNISH-LEDGER-REC.cpy".

FD  Employee-Master-File.
    COPY "WTM-EMPLOYEE-MASTER-REC.cpy".

FD  Balance-Report-File.
01 Balance-Report-Line PIC X(132).

FD  Report-Catalog-File.
    COPY "WTM-REPORT-CATALOG-REC.cpy".

WORKING-STORAGE SECTION.
01 WS-Garnish-Order-Status PIC XX.
01 WS-Garnish-Ledger-Status PIC XX.
01 WS-Employee-Master-Status PIC XX.
01 WS-Balance-Report-Status PIC XX.
01 WS-Report-Catalog-Status PIC XX.
01 WS-Balance-Report-Name PIC X(40).
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Mode-Choice PIC X.
01 WS-Today PIC 9(8).
*> The register, held whole so an order can be ended by a rewrite.
01 WS-Order-Table.
    05 WS-Gor-Entry OCCURS 300 TIMES.
       10 WS-Gor-Row PIC X(87).
01 WS-Order-Count PIC 9(3) VALUE 0.
01 WS-Order-Idx PIC 9(3).
01 WS-Order-Slot PIC 9(3).
01 WS-Orders-Found PIC 9(3).
01 WS-Next-Order-No PIC 9(3).
*> The latest ledger row per employee, order, and period.
01 WS-Ledger-Table.
    05 WS-Gled-Entry OCCURS 2000 TIMES.
       10 WS-Gled-ID      PIC 9(6).
       10 WS-Gled-Order   PIC 9(3).
       10 WS-Gled-Period  PIC 9(6).
       10 WS-Gled-Applied PIC 9(7)V99.
01 WS-Ledger-Count PIC 9(4) VALUE 0.
01 WS-Gled-Idx PIC 9(4).
01 WS-Gled-Slot PIC 9(4).
01 WS-Ledger-Full-Flag PIC X VALUE "N".
    88 Ledger-Full VALUE "Y" FALSE "N".
01 WS-Work-Employee-ID PIC 9(6).
01 WS-Work-Employee-Name PIC X(30).
01 WS-Empl-Found-Flag PIC X VALUE "N".
    88 Empl-Found VALUE "Y" FALSE "N".
01 WS-Work-Order-No PIC 9(3).
01 WS-Work-Type PIC X.
    88 Work-Type-Valid VALUE "S" "C" "A" "T".
01 WS-Work-Basis PIC X.
    88 Work-Basis-Valid VALUE "F" "P".
01 WS-Work-Flag PIC X.
01 WS-Work-Date PIC 9(8).
01 WS-Date-Input PIC X(10).
01 WS-Order-State PIC X(11).
01 WS-Operator PIC X(8).
01 WS-Amount-Input PIC X(14).
01 WS-Test-Amount PIC S9(6).
01 WS-Work-Amount PIC 9(9)V99.
01 WS-Applied-To-Date PIC 9(9)V99.
01 WS-Remaining PIC S9(9)V99.
01 WS-Report-Owed PIC 9(11)V99 VALUE 0.
01 WS-Report-Applied PIC 9(11)V99 VALUE 0.
01 WS-Report-Remaining PIC 9(11)V99 VALUE 0.
01 WS-Report-Orders PIC 9(5) VALUE 0.
01 WS-Money-Disp PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-Money-Disp-2 PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-Money-Disp-3 PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-Total-Disp PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-Amount-Disp PIC ZZZ,ZZ9.99.
01 WS-Numeric-Input PIC X(8).
01 WS-Test-Numval PIC S9(6).
01 WS-Input-Valid PIC X VALUE "N".
    88 Input-Valid VALUE "Y" FALSE "N".
01 WS-Accept-Target PIC 9(6).
01 WS-Gate-Function PIC X(20).
01 WS-Gate-Role PIC X.
01 WS-Gate-Result PIC X.
    88 Gate-Granted VALUE "G" FALSE "D".
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-JOURNAL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '------------------------------ WTM GARNISHMENT ORDERS --------------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
MOVE 'WTM-GARNISH' TO WS-Gate-Function.
MOVE "S" TO WS-Gate-Role.
CALL 'WTM-ROLE-GATE' USING WS-Gate-Function, WS-Gate-Role, WS-Gate-Result.
IF NOT Gate-Granted THEN
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
MOVE 0 TO RETURN-CODE.
MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
IF WTM-Operator-ID = SPACES THEN
    MOVE 'UNKNOWN ' TO WS-Operator
ELSE
    MOVE WTM-Operator-ID TO WS-Operator
END-IF.
PERFORM LOAD-REGISTER-SECT.
DISPLAY 'Enter A to add an order, E to end one, L to list the register, or B for the order-balance report:'.
ACCEPT WS-Mode-Choice.
EVALUATE WS-Mode-Choice
    WHEN "A" WHEN "a" PERFORM ADD-ORDER-SECT
    WHEN "E" WHEN "e" PERFORM END-ORDER-SECT
    WHEN "L" WHEN "l" PERFORM LIST-ORDERS-SECT
    WHEN "B" WHEN "b" PERFORM BALANCE-REPORT-SECT
    WHEN OTHER DISPLAY 'INPUT ERROR: please enter A, E, L, or B.'
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
                DISPLAY 'INPUT ERROR: value exceeds the maximum of 999999. Please re-enter.'
            NOT ON SIZE ERROR
                MOVE "Y" TO WS-Input-Valid
        END-COMPUTE
    END-IF
END-PERFORM.

ACCEPT-AMOUNT-SECT.
*> A money amount, zero or more, into WS-Work-Amount.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    ACCEPT WS-Amount-Input
    MOVE FUNCTION TEST-NUMVAL(WS-Amount-Input) TO WS-Test-Amount
    IF WS-Test-Amount NOT = 0 THEN
        DISPLAY 'INPUT ERROR: that is not a valid amount. Please re-enter.'
    ELSE
        IF FUNCTION NUMVAL(WS-Amount-Input) < 0 THEN
            DISPLAY 'INPUT ERROR: the amount cannot be negative. Please re-enter.'
        ELSE
            COMPUTE WS-Work-Amount = FUNCTION NUMVAL(WS-Amount-Input)
                ON SIZE ERROR
                    DISPLAY 'INPUT ERROR: amount exceeds the maximum of 999999999.99. Please re-enter.'
                NOT ON SIZE ERROR
                    MOVE "Y" TO WS-Input-Valid
            END-COMPUTE
        END-IF
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

ACCEPT-YES-NO-SECT.
MOVE SPACE TO WS-Work-Flag.
PERFORM UNTIL (WS-Work-Flag = "Y") OR (WS-Work-Flag = "N")
    ACCEPT WS-Work-Flag
    MOVE FUNCTION UPPER-CASE(WS-Work-Flag) TO WS-Work-Flag
    IF (WS-Work-Flag NOT = "Y") AND (WS-Work-Flag NOT = "N") THEN
        DISPLAY 'INPUT ERROR: please enter Y or N.'
    END-IF
END-PERFORM.

LOAD-REGISTER-SECT.
MOVE 0 TO WS-Order-Count.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Garnish-Order-File.
IF WS-Garnish-Order-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Garnish-Order-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF WS-Order-Count < 300 THEN
                ADD 1 TO WS-Order-Count
                MOVE Garnish-Order-Record TO WS-Gor-Row(WS-Order-Count)
            ELSE
                DISPLAY 'WARNING: more than 300 rows on WTM-GARNISH-ORDERS.DAT - the rest are not shown.'
                SET File-EOF TO TRUE
            END-IF
    END-READ
END-PERFORM.
CLOSE Garnish-Order-File.

LOAD-LEDGER-SECT.
MOVE 0 TO WS-Ledger-Count.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Garnish-Ledger-File.
IF WS-Garnish-Ledger-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Garnish-Ledger-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            MOVE 0 TO WS-Gled-Slot
            PERFORM VARYING WS-Gled-Idx FROM 1 BY 1 UNTIL WS-Gled-Idx > WS-Ledger-Count
                IF (WS-Gled-ID(WS-Gled-Idx) = Gle-Employee-ID) AND (WS-Gled-Order(WS-Gled-Idx) = Gle-Order-No)
                    AND (WS-Gled-Period(WS-Gled-Idx) = Gle-Period) THEN
                    MOVE WS-Gled-Idx TO WS-Gled-Slot
                END-IF
            END-PERFORM
            IF (WS-Gled-Slot = 0) AND (WS-Ledger-Count < 2000) THEN
                ADD 1 TO WS-Ledger-Count
                MOVE WS-Ledger-Count TO WS-Gled-Slot
                MOVE Gle-Employee-ID TO WS-Gled-ID(WS-Gled-Slot)
                MOVE Gle-Order-No TO WS-Gled-Order(WS-Gled-Slot)
                MOVE Gle-Period TO WS-Gled-Period(WS-Gled-Slot)
            END-IF
            IF WS-Gled-Slot = 0 THEN
                SET Ledger-Full TO TRUE
            ELSE
                MOVE Gle-Applied-Monthly TO WS-Gled-Applied(WS-Gled-Slot)
            END-IF
    END-READ
END-PERFORM.
CLOSE Garnish-Ledger-File.
IF Ledger-Full THEN
    DISPLAY 'WARNING: more than 2000 ledger rows on WTM-GARNISH-LEDGER.DAT - applied-to-date is understated.'
END-IF.

REWRITE-REGISTER-SECT.
OPEN OUTPUT Garnish-Order-File.
IF WS-Garnish-Order-Status NOT = "00" THEN
    DISPLAY 'GARNISH: could not rewrite WTM-GARNISH-ORDERS.DAT, file status ', WS-Garnish-Order-Status
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING WS-Order-Idx FROM 1 BY 1 UNTIL WS-Order-Idx > WS-Order-Count
    MOVE WS-Gor-Row(WS-Order-Idx) TO Garnish-Order-Record
    WRITE Garnish-Order-Record
END-PERFORM.
CLOSE Garnish-Order-File.
SET Rjn-File-Image TO TRUE.
MOVE 'WTM-GARNISH-ORDERS.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.

FIND-EMPLOYEE-SECT.
MOVE "N" TO WS-Empl-Found-Flag.
MOVE SPACES TO WS-Work-Employee-Name.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Employee-Master-File.
IF WS-Employee-Master-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Employee-Master-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Empl-ID = WS-Work-Employee-ID THEN
                SET Empl-Found TO TRUE
                MOVE Empl-Name TO WS-Work-Employee-Name
                SET File-EOF TO TRUE
            END-IF
    END-READ
END-PERFORM.
CLOSE Employee-Master-File.

SET-ORDER-STATE-SECT.
*> Describes the order in Garnish-Order-Record as of today, with
*> WS-Applied-To-Date already summed for it.
EVALUATE TRUE
    WHEN (Gor-Total-Owed > 0) AND (WS-Applied-To-Date >= Gor-Total-Owed)
        MOVE 'SATISFIED' TO WS-Order-State
    WHEN (Gor-End-Date > 0) AND (Gor-End-Date < WS-Today)
        MOVE 'ENDED' TO WS-Order-State
    WHEN Gor-Start-Date > WS-Today
        MOVE 'NOT STARTED' TO WS-Order-State
    WHEN Gor-Total-Owed = 0
        MOVE 'ONGOING' TO WS-Order-State
    WHEN OTHER
        MOVE 'ACTIVE' TO WS-Order-State
END-EVALUATE.

SUM-APPLIED-SECT.
*> What the ledger shows applied against the order in
*> Garnish-Order-Record.
MOVE 0 TO WS-Applied-To-Date.
PERFORM VARYING WS-Gled-Idx FROM 1 BY 1 UNTIL WS-Gled-Idx > WS-Ledger-Count
    IF (WS-Gled-ID(WS-Gled-Idx) = Gor-Employee-ID) AND (WS-Gled-Order(WS-Gled-Idx) = Gor-Order-No) THEN
        ADD WS-Gled-Applied(WS-Gled-Idx) TO WS-Applied-To-Date
    END-IF
END-PERFORM.

ADD-ORDER-SECT.
DISPLAY 'Enter the employee ID the order is served on:'.
PERFORM ACCEPT-NUMERIC-SECT.
MOVE WS-Accept-Target TO WS-Work-Employee-ID.
PERFORM FIND-EMPLOYEE-SECT.
IF Empl-Found THEN
    DISPLAY 'Employee ', WS-Work-Employee-ID, ' ', FUNCTION TRIM(WS-Work-Employee-Name)
ELSE
    DISPLAY 'NOTICE: ', WS-Work-Employee-ID, ' is not on the employee master - the order is recorded under that ID.'
END-IF.
MOVE 0 TO WS-Next-Order-No.
PERFORM VARYING WS-Order-Idx FROM 1 BY 1 UNTIL WS-Order-Idx > WS-Order-Count
    MOVE WS-Gor-Row(WS-Order-Idx) TO Garnish-Order-Record
    IF (Gor-Employee-ID = WS-Work-Employee-ID) AND (Gor-Order-No > WS-Next-Order-No) THEN
        MOVE Gor-Order-No TO WS-Next-Order-No
    END-IF
END-PERFORM.
IF WS-Next-Order-No = 999 THEN
    DISPLAY 'GARNISH: employee ', WS-Work-Employee-ID, ' already has 999 orders - order NOT added.'
    MOVE 8 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
ADD 1 TO WS-Next-Order-No.
MOVE SPACE TO WS-Work-Type.
PERFORM UNTIL Work-Type-Valid
    DISPLAY 'Enter the order type - S support, C creditor, A administrative, T tax levy:'
    ACCEPT WS-Work-Type
    MOVE FUNCTION UPPER-CASE(WS-Work-Type) TO WS-Work-Type
END-PERFORM.
MOVE WS-Work-Employee-ID TO Gor-Employee-ID.
MOVE WS-Work-Type TO Gor-Order-Type.
MOVE "N" TO Gor-Other-Family.
MOVE "N" TO Gor-Arrears.
IF Gor-Support THEN
    DISPLAY 'Is the employee supporting another spouse or child (Y/N)?'
    PERFORM ACCEPT-YES-NO-SECT
    MOVE WS-Work-Flag TO Gor-Other-Family
    DISPLAY 'Is the order for arrears more than 12 weeks old (Y/N)?'
    PERFORM ACCEPT-YES-NO-SECT
    MOVE WS-Work-Flag TO Gor-Arrears
END-IF.
MOVE SPACE TO WS-Work-Basis.
PERFORM UNTIL Work-Basis-Valid
    DISPLAY 'Is the order a flat monthly amount (F) or a percent of disposable income (P)?'
    ACCEPT WS-Work-Basis
    MOVE FUNCTION UPPER-CASE(WS-Work-Basis) TO WS-Work-Basis
END-PERFORM.
MOVE WS-Work-Basis TO Gor-Amount-Basis.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    IF Gor-Percent THEN
        DISPLAY 'Enter the percent of disposable income ordered (0.01 to 100):'
    ELSE
        DISPLAY 'Enter the monthly amount ordered:'
    END-IF
    PERFORM ACCEPT-AMOUNT-SECT
    EVALUATE TRUE
        WHEN WS-Work-Amount = 0
            DISPLAY 'INPUT ERROR: the amount must be more than zero.'
            MOVE "N" TO WS-Input-Valid
        WHEN Gor-Percent AND (WS-Work-Amount > 100)
            DISPLAY 'INPUT ERROR: a percent order cannot be more than 100.'
            MOVE "N" TO WS-Input-Valid
        WHEN WS-Work-Amount > 9999999.99
            DISPLAY 'INPUT ERROR: the monthly amount cannot be more than 9,999,999.99.'
            MOVE "N" TO WS-Input-Valid
    END-EVALUATE
END-PERFORM.
MOVE WS-Work-Amount TO Gor-Amount.
DISPLAY 'Enter the total amount owed under the order (0 for an open-ended order):'.
PERFORM ACCEPT-AMOUNT-SECT.
MOVE WS-Work-Amount TO Gor-Total-Owed.
DISPLAY 'Enter the priority (1 is taken first; support orders are usually 1):'.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    PERFORM ACCEPT-NUMERIC-SECT
    IF (WS-Accept-Target < 1) OR (WS-Accept-Target > 99) THEN
        DISPLAY 'INPUT ERROR: the priority must be 1 to 99. Please re-enter.'
        MOVE "N" TO WS-Input-Valid
    END-IF
END-PERFORM.
MOVE WS-Accept-Target TO Gor-Priority.
MOVE SPACES TO Gor-Case-Ref.
PERFORM UNTIL Gor-Case-Ref NOT = SPACES
    DISPLAY 'Enter the court or agency case reference (up to 20 characters):'
    ACCEPT Gor-Case-Ref
END-PERFORM.
DISPLAY 'Enter the date the order takes effect (YYYYMMDD, blank for today):'.
PERFORM ACCEPT-DATE-SECT.
MOVE WS-Work-Date TO Gor-Start-Date.
MOVE 0 TO Gor-End-Date.
MOVE WS-Operator TO Gor-Entered-By.
MOVE SPACES TO Gor-Ended-By.
MOVE WS-Next-Order-No TO Gor-Order-No.
OPEN EXTEND Garnish-Order-File.
IF WS-Garnish-Order-Status = "35" THEN
    OPEN OUTPUT Garnish-Order-File
END-IF.
IF WS-Garnish-Order-Status NOT = "00" THEN
    DISPLAY 'GARNISH: could not write WTM-GARNISH-ORDERS.DAT, file status ', WS-Garnish-Order-Status, ' - order NOT added.'
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
WRITE Garnish-Order-Record.
SET Rjn-After-Image TO TRUE.
MOVE 'WTM-GARNISH-ORDERS.DAT' TO WS-Rjn-File-Name.
MOVE Garnish-Order-Record TO WS-Rjn-Record.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
CLOSE Garnish-Order-File.
DISPLAY 'Order ', Gor-Order-Type, '-', Gor-Order-No, ' added for employee ', Gor-Employee-ID, ' from ', Gor-Start-Date, '.'.

END-ORDER-SECT.
DISPLAY 'Enter the employee ID whose order has been released:'.
PERFORM ACCEPT-NUMERIC-SECT.
MOVE WS-Accept-Target TO WS-Work-Employee-ID.
MOVE 0 TO WS-Orders-Found.
MOVE 0 TO WS-Order-Slot.
PERFORM VARYING WS-Order-Idx FROM 1 BY 1 UNTIL WS-Order-Idx > WS-Order-Count
    MOVE WS-Gor-Row(WS-Order-Idx) TO Garnish-Order-Record
    IF (Gor-Employee-ID = WS-Work-Employee-ID) AND (Gor-End-Date = 0) THEN
        ADD 1 TO WS-Orders-Found
        MOVE WS-Order-Idx TO WS-Order-Slot
        DISPLAY '  order ', Gor-Order-Type, '-', Gor-Order-No, '  from ', Gor-Start-Date, '  ', Gor-Case-Ref
    END-IF
END-PERFORM.
IF WS-Orders-Found = 0 THEN
    DISPLAY 'No open order for employee ', WS-Work-Employee-ID, ' - nothing to end.'
    MOVE 4 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
IF WS-Orders-Found > 1 THEN
    DISPLAY 'Enter the number of the order to end:'
    PERFORM ACCEPT-NUMERIC-SECT
    MOVE WS-Accept-Target TO WS-Work-Order-No
    MOVE 0 TO WS-Order-Slot
    PERFORM VARYING WS-Order-Idx FROM 1 BY 1 UNTIL WS-Order-Idx > WS-Order-Count
        MOVE WS-Gor-Row(WS-Order-Idx) TO Garnish-Order-Record
        IF (Gor-Employee-ID = WS-Work-Employee-ID) AND (Gor-Order-No = WS-Work-Order-No)
                AND (Gor-End-Date = 0) THEN
            MOVE WS-Order-Idx TO WS-Order-Slot
        END-IF
    END-PERFORM
    IF WS-Order-Slot = 0 THEN
        DISPLAY 'GARNISH: no open order ', WS-Work-Order-No, ' for that employee - nothing changed.'
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
END-IF.
MOVE WS-Gor-Row(WS-Order-Slot) TO Garnish-Order-Record.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    DISPLAY 'Enter the last date the order applies (YYYYMMDD, blank for today):'
    PERFORM ACCEPT-DATE-SECT
    IF WS-Work-Date < Gor-Start-Date THEN
        DISPLAY 'INPUT ERROR: the end date cannot be before the order took effect on ', Gor-Start-Date, '.'
        MOVE "N" TO WS-Input-Valid
    END-IF
END-PERFORM.
MOVE WS-Work-Date TO Gor-End-Date.
MOVE WS-Operator TO Gor-Ended-By.
MOVE Garnish-Order-Record TO WS-Gor-Row(WS-Order-Slot).
PERFORM REWRITE-REGISTER-SECT.
IF RETURN-CODE < 12 THEN
    DISPLAY 'Order ', Gor-Order-Type, '-', Gor-Order-No, ' on employee ', Gor-Employee-ID, ' ends ', Gor-End-Date, '.'
END-IF.

LIST-ORDERS-SECT.
IF WS-Order-Count = 0 THEN
    DISPLAY 'The garnishment order register is empty.'
    EXIT PARAGRAPH
END-IF.
PERFORM LOAD-LEDGER-SECT.
DISPLAY 'EMPL-ID ORDER PRI STATE       START    END      BASIS     AMOUNT CASE REFERENCE'.
PERFORM VARYING WS-Order-Idx FROM 1 BY 1 UNTIL WS-Order-Idx > WS-Order-Count
    MOVE WS-Gor-Row(WS-Order-Idx) TO Garnish-Order-Record
    PERFORM SUM-APPLIED-SECT
    PERFORM SET-ORDER-STATE-SECT
    MOVE Gor-Amount TO WS-Amount-Disp
    DISPLAY Gor-Employee-ID, '  ', Gor-Order-Type, '-', Gor-Order-No, ' ', Gor-Priority, '  ', WS-Order-State, ' ',
        Gor-Start-Date, ' ', Gor-End-Date, ' ', Gor-Amount-Basis, ' ', WS-Amount-Disp, ' ', Gor-Case-Ref
END-PERFORM.

BALANCE-REPORT-SECT.
PERFORM LOAD-LEDGER-SECT.
MOVE SPACES TO WS-Balance-Report-Name.
STRING 'WTM-GARNISH-BALANCE-' DELIMITED BY SIZE
    WS-Today DELIMITED BY SIZE
    '.TXT' DELIMITED BY SIZE
    INTO WS-Balance-Report-Name.
OPEN OUTPUT Balance-Report-File.
IF WS-Balance-Report-Status NOT = "00" THEN
    DISPLAY 'GARNISH: could not create ', FUNCTION TRIM(WS-Balance-Report-Name), ', file status ', WS-Balance-Report-Status
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
MOVE SPACES TO Balance-Report-Line.
STRING 'WTM GARNISHMENT ORDER BALANCES - ' DELIMITED BY SIZE
    WS-Today DELIMITED BY SIZE
    INTO Balance-Report-Line.
WRITE Balance-Report-Line.
MOVE SPACES TO Balance-Report-Line.
WRITE Balance-Report-Line.
MOVE 'EMPL-ID ORDER STATE       CASE REFERENCE                 OWED APPLIED TO DATE     REMAINING'
    TO Balance-Report-Line.
WRITE Balance-Report-Line.
MOVE 0 TO WS-Report-Owed.
MOVE 0 TO WS-Report-Applied.
MOVE 0 TO WS-Report-Remaining.
MOVE 0 TO WS-Report-Orders.
PERFORM VARYING WS-Order-Idx FROM 1 BY 1 UNTIL WS-Order-Idx > WS-Order-Count
    PERFORM REPORT-ONE-ORDER-SECT
END-PERFORM.
MOVE SPACES TO Balance-Report-Line.
WRITE Balance-Report-Line.
MOVE WS-Report-Owed TO WS-Total-Disp.
MOVE SPACES TO Balance-Report-Line.
STRING 'Total owed on fixed-amount orders:   ' DELIMITED BY SIZE
    WS-Total-Disp DELIMITED BY SIZE
    INTO Balance-Report-Line.
WRITE Balance-Report-Line.
MOVE WS-Report-Applied TO WS-Total-Disp.
MOVE SPACES TO Balance-Report-Line.
STRING 'Total applied to date (all orders):  ' DELIMITED BY SIZE
    WS-Total-Disp DELIMITED BY SIZE
    INTO Balance-Report-Line.
WRITE Balance-Report-Line.
MOVE WS-Report-Remaining TO WS-Total-Disp.
MOVE SPACES TO Balance-Report-Line.
STRING 'Total remaining on fixed-amount orders:' DELIMITED BY SIZE
    WS-Total-Disp DELIMITED BY SIZE
    INTO Balance-Report-Line.
WRITE Balance-Report-Line.
MOVE SPACES TO Balance-Report-Line.
STRING WS-Report-Orders DELIMITED BY SIZE
    ' order(s) reported.' DELIMITED BY SIZE
    INTO Balance-Report-Line.
WRITE Balance-Report-Line.
CLOSE Balance-Report-File.
DISPLAY FUNCTION TRIM(Balance-Report-Line).
DISPLAY 'Order-balance report written to ', FUNCTION TRIM(WS-Balance-Report-Name), '.'.
MOVE 'GARNBAL ' TO Gen-Family.
MOVE WS-Balance-Report-Name TO Gen-File-Name.
MOVE WS-Today TO Gen-Date.
MOVE WS-Report-Orders TO Gen-Record-Count.
PERFORM WRITE-CATALOG-ENTRY-SECT.

REPORT-ONE-ORDER-SECT.
*> One line per order; an open-ended order has nothing owed or
*> remaining, only what has been applied.
MOVE WS-Gor-Row(WS-Order-Idx) TO Garnish-Order-Record.
PERFORM SUM-APPLIED-SECT.
PERFORM SET-ORDER-STATE-SECT.
ADD 1 TO WS-Report-Orders.
ADD WS-Applied-To-Date TO WS-Report-Applied.
MOVE WS-Applied-To-Date TO WS-Money-Disp-2.
MOVE SPACES TO Balance-Report-Line.
IF Gor-Total-Owed > 0 THEN
    COMPUTE WS-Remaining = Gor-Total-Owed - WS-Applied-To-Date
    IF WS-Remaining < 0 THEN
        MOVE 0 TO WS-Remaining
    END-IF
    ADD Gor-Total-Owed TO WS-Report-Owed
    ADD WS-Remaining TO WS-Report-Remaining
    MOVE Gor-Total-Owed TO WS-Money-Disp
    MOVE WS-Remaining TO WS-Money-Disp-3
    STRING Gor-Employee-ID DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        Gor-Order-Type DELIMITED BY SIZE
        '-' DELIMITED BY SIZE
        Gor-Order-No DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-Order-State DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        Gor-Case-Ref DELIMITED BY SIZE
        WS-Money-Disp DELIMITED BY SIZE
        WS-Money-Disp-2 DELIMITED BY SIZE
        WS-Money-Disp-3 DELIMITED BY SIZE
        INTO Balance-Report-Line
ELSE
    STRING Gor-Employee-ID DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        Gor-Order-Type DELIMITED BY SIZE
        '-' DELIMITED BY SIZE
        Gor-Order-No DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-Order-State DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        Gor-Case-Ref DELIMITED BY SIZE
        '   (open-ended)' DELIMITED BY SIZE
        WS-Money-Disp-2 DELIMITED BY SIZE
        INTO Balance-Report-Line
END-IF.
WRITE Balance-Report-Line.

WRITE-CATALOG-ENTRY-SECT.
OPEN EXTEND Report-Catalog-File.
IF WS-Report-Catalog-Status = "35" THEN
    OPEN OUTPUT Report-Catalog-File
END-IF.
IF WS-Report-Catalog-Status = "00" THEN
    WRITE Report-Catalog-Record
    SET Rjn-After-Image TO TRUE
    MOVE 'WTM-REPORT-CATALOG.DAT' TO WS-Rjn-File-Name
    MOVE Report-Catalog-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    CLOSE Report-Catalog-File
ELSE
    DISPLAY 'WARNING: could not write WTM-REPORT-CATALOG.DAT, file status ', WS-Report-Catalog-Status
END-IF.

*> Forward contract register maintenance. WTM-INTERNATIONAL's
*> forward what-if prices a relocation against WTM-FWD-RATES.DAT for
*> planning only; when treasury actually locks a rate for a
*> relocating employee the contract is booked here, on
*> WTM-FWD-CONTRACTS.DAT, instead of in a spreadsheet. Modes:
*>   B book   - employee (must be active on the master), currency
*>              (must have a rate on WTM-FX-RATES.DAT), home-currency
*>              notional, contracted rate, trade date, and maturity
*>              date; the next contract number is assigned.
*>   X cancel - an open contract that will not be taken up; it stays
*>              on the register as cancelled and is never settled.
*>   L list   - the contracts for one employee, or all of them.
*> WTM-FWDSETTLE settles each open contract when it falls due.
*> Supervisor-gated, because a booked contract commits treasury.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-FWDBOOK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Fwd-Contract-File ASSIGN TO "WTM-FWD-CONTRACTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Fwd-Contract-Status.
    SELECT Employee-Master-File ASSIGN TO "WTM-EMPLOYEE-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Employee-Master-Status.
    SELECT FX-Rate-File ASSIGN TO "WTM-FX-RATES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FX-Rate-Status.

DATA DIVISION.
FILE SECTION.
FD  Fwd-Contract-File.
    COPY "WTM-FWD-CONTRACT-REC.cpy".

FD  Employee-Master-File.
    COPY "WTM-EMPLOYEE-MASTER-REC.cpy".

FD  FX-Rate-File.
01 FX-Rate-Input-Record.
    05 FX-Input-Code     PIC X(3).
    05 FX-Input-Rate     PIC 9(5)V9999.
    05 FX-Input-Eff-Date PIC 9(8).

WORKING-STORAGE SECTION.
01 WS-Fwd-Contract-Status PIC XX.
01 WS-Employee-Master-Status PIC XX.
01 WS-FX-Rate-Status PIC XX.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Mode-Choice PIC X.
01 WS-Today PIC 9(8).
*> The register, held whole so a cancellation can rewrite it.
01 WS-Contract-Table.
    05 WS-Fct-Entry OCCURS 500 TIMES.
       10 WS-Fct-Row PIC X(109).
01 WS-Contract-Count PIC 9(3) VALUE 0.
01 WS-Contract-Idx PIC 9(3).
01 WS-Contract-Slot PIC 9(3).
01 WS-Next-Contract-No PIC 9(6) VALUE 0.
01 WS-Work-Employee-ID PIC 9(6).
01 WS-Work-Employee-Name PIC X(30).
01 WS-Empl-Found-Flag PIC X VALUE "N".
    88 Empl-Found VALUE "Y" FALSE "N".
01 WS-Empl-Active-Flag PIC X VALUE "N".
    88 Empl-Active-On-Master VALUE "Y" FALSE "N".
01 WS-Work-Curr-Code PIC X(3).
01 WS-Spot-Rate PIC 9(5)V9999.
01 WS-Spot-Eff-Date PIC 9(8).
01 WS-Spot-Found-Flag PIC X VALUE "N".
    88 Spot-Found VALUE "Y" FALSE "N".
01 WS-Work-Notional PIC 9(9)V99.
01 WS-Work-Rate PIC 9(5)V9999.
01 WS-Work-Trade-Date PIC 9(8).
01 WS-Work-Maturity-Date PIC 9(8).
01 WS-Work-Date PIC 9(8).
01 WS-Date-Input PIC X(10).
01 WS-Work-Contract-No PIC 9(6).
01 WS-Confirm PIC X.
01 WS-Rows-Shown PIC 9(5).
01 WS-Money-Disp PIC ZZZ,ZZZ,ZZ9.99.
01 WS-Gain-Disp PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-Status-Text PIC X(9).
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
DISPLAY '--------------------------- WTM FORWARD CONTRACT REGISTER -----------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
*> Protected function: a booked contract commits treasury, so it
*> requires the supervisor role whether launched from the console or
*> the command line. Denials are logged by the gate.
MOVE 'WTM-FWDBOOK' TO WS-Gate-Function.
MOVE "S" TO WS-Gate-Role.
CALL 'WTM-ROLE-GATE' USING WS-Gate-Function, WS-Gate-Role, WS-Gate-Result.
IF NOT Gate-Granted THEN
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
PERFORM LOAD-REGISTER-SECT.
DISPLAY 'Enter B to book a contract, X to cancel an open contract, or L to list the register:'.
ACCEPT WS-Mode-Choice.
EVALUATE WS-Mode-Choice
    WHEN "B" WHEN "b" PERFORM BOOK-CONTRACT-SECT
    WHEN "X" WHEN "x" PERFORM CANCEL-CONTRACT-SECT
    WHEN "L" WHEN "l" PERFORM LIST-CONTRACTS-SECT
    WHEN OTHER DISPLAY 'INPUT ERROR: please enter B, X, or L.'
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
MOVE 0 TO WS-Contract-Count.
MOVE 0 TO WS-Next-Contract-No.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Fwd-Contract-File.
IF WS-Fwd-Contract-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Fwd-Contract-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF WS-Contract-Count < 500 THEN
                ADD 1 TO WS-Contract-Count
                MOVE Fwd-Contract-Record TO WS-Fct-Row(WS-Contract-Count)
            END-IF
            IF Fwc-Contract-No > WS-Next-Contract-No THEN
                MOVE Fwc-Contract-No TO WS-Next-Contract-No
            END-IF
    END-READ
END-PERFORM.
CLOSE Fwd-Contract-File.

REWRITE-REGISTER-SECT.
OPEN OUTPUT Fwd-Contract-File.
IF WS-Fwd-Contract-Status NOT = "00" THEN
    DISPLAY 'FWDBOOK: could not rewrite WTM-FWD-CONTRACTS.DAT, file status ', WS-Fwd-Contract-Status
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING WS-Contract-Idx FROM 1 BY 1 UNTIL WS-Contract-Idx > WS-Contract-Count
    MOVE WS-Fct-Row(WS-Contract-Idx) TO Fwd-Contract-Record
    WRITE Fwd-Contract-Record
END-PERFORM.
CLOSE Fwd-Contract-File.
SET Rjn-File-Image TO TRUE.
MOVE 'WTM-FWD-CONTRACTS.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.

FIND-EMPLOYEE-SECT.
*> Validates WS-Work-Employee-ID against the master and pulls the name.
MOVE "N" TO WS-Empl-Found-Flag.
MOVE "N" TO WS-Empl-Active-Flag.
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
                IF Empl-Active THEN
                    SET Empl-Active-On-Master TO TRUE
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Employee-Master-File.

FIND-SPOT-RATE-SECT.
*> The latest WTM-FX-RATES.DAT row for WS-Work-Curr-Code in force on
*> WS-Work-Date - shown beside the contracted rate as a sanity check.
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

BOOK-CONTRACT-SECT.
IF WS-Contract-Count >= 500 THEN
    DISPLAY 'FWDBOOK: the register is full (500 contracts) - nothing booked.'
    MOVE 8 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
DISPLAY 'Employee ID of the relocating employee:'.
PERFORM ACCEPT-NUMERIC-SECT.
MOVE WS-Accept-Target TO WS-Work-Employee-ID.
PERFORM FIND-EMPLOYEE-SECT.
IF NOT Empl-Found THEN
    DISPLAY 'FWDBOOK: employee ', WS-Work-Employee-ID, ' is not on the employee master - nothing booked.'
    MOVE 8 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
IF NOT Empl-Active-On-Master THEN
    DISPLAY 'FWDBOOK: employee ', WS-Work-Employee-ID, ' is inactive on the master - nothing booked.'
    MOVE 8 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
DISPLAY 'Contract for ', WS-Work-Employee-ID, ' ', FUNCTION TRIM(WS-Work-Employee-Name), '.'.
DISPLAY 'Currency code bought (as on WTM-FX-RATES.DAT):'.
MOVE SPACES TO WS-Work-Curr-Code.
ACCEPT WS-Work-Curr-Code.
MOVE WS-Today TO WS-Work-Date.
PERFORM FIND-SPOT-RATE-SECT.
IF NOT Spot-Found THEN
    DISPLAY 'FWDBOOK: no rate for ', WS-Work-Curr-Code, ' on WTM-FX-RATES.DAT - the contract could not be settled; nothing booked.'
    MOVE 8 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
DISPLAY 'Notional - the home-currency amount sold:'.
MOVE "N" TO WS-Confirm.
PERFORM UNTIL WS-Confirm = "Y"
    PERFORM ACCEPT-NUMERIC-SECT
    IF (WS-Accept-Target <= 0) OR (WS-Accept-Target > 999999999.99) THEN
        DISPLAY 'INPUT ERROR: the notional must be above zero and below one billion. Please re-enter.'
    ELSE
        MOVE WS-Accept-Target TO WS-Work-Notional
        MOVE "Y" TO WS-Confirm
    END-IF
END-PERFORM.
DISPLAY 'Contracted rate (', WS-Work-Curr-Code, ' per home unit; spot today ', WS-Spot-Rate, '):'.
MOVE "N" TO WS-Confirm.
PERFORM UNTIL WS-Confirm = "Y"
    PERFORM ACCEPT-NUMERIC-SECT
    IF (WS-Accept-Target <= 0) OR (WS-Accept-Target > 99999.9999) THEN
        DISPLAY 'INPUT ERROR: the rate must be above zero and below 100000. Please re-enter.'
    ELSE
        MOVE WS-Accept-Target TO WS-Work-Rate
        MOVE "Y" TO WS-Confirm
    END-IF
END-PERFORM.
DISPLAY 'Trade date (YYYYMMDD, blank for today):'.
PERFORM ACCEPT-DATE-SECT.
MOVE WS-Work-Date TO WS-Work-Trade-Date.
DISPLAY 'Maturity date (YYYYMMDD):'.
MOVE "N" TO WS-Confirm.
PERFORM UNTIL WS-Confirm = "Y"
    PERFORM ACCEPT-DATE-SECT
    IF WS-Work-Date <= WS-Work-Trade-Date THEN
        DISPLAY 'INPUT ERROR: the maturity date must be after the trade date ', WS-Work-Trade-Date, '. Please re-enter.'
    ELSE
        MOVE WS-Work-Date TO WS-Work-Maturity-Date
        MOVE "Y" TO WS-Confirm
    END-IF
END-PERFORM.
ADD 1 TO WS-Next-Contract-No.
MOVE WS-Work-Notional TO WS-Money-Disp.
DISPLAY 'Contract ', WS-Next-Contract-No, ': sell ', WS-Money-Disp, ' for ', WS-Work-Curr-Code,
    ' at ', WS-Work-Rate, ', traded ', WS-Work-Trade-Date, ', maturing ', WS-Work-Maturity-Date, '.'.
DISPLAY 'Enter Y to book it:'.
MOVE SPACE TO WS-Confirm.
ACCEPT WS-Confirm.
IF (WS-Confirm NOT = "Y") AND (WS-Confirm NOT = "y") THEN
    DISPLAY 'Not booked.'
    EXIT PARAGRAPH
END-IF.
MOVE SPACES TO Fwd-Contract-Record.
MOVE WS-Work-Employee-ID TO Fwc-Employee-ID.
MOVE WS-Next-Contract-No TO Fwc-Contract-No.
MOVE WS-Work-Curr-Code TO Fwc-Curr-Code.
MOVE WS-Work-Notional TO Fwc-Notional.
MOVE WS-Work-Rate TO Fwc-Contract-Rate.
MOVE WS-Work-Trade-Date TO Fwc-Trade-Date.
MOVE WS-Work-Maturity-Date TO Fwc-Maturity-Date.
SET Fwc-Open TO TRUE.
IF WTM-Operator-ID = SPACES THEN
    MOVE 'UNKNOWN ' TO Fwc-Booked-By
ELSE
    MOVE WTM-Operator-ID TO Fwc-Booked-By
END-IF.
MOVE 0 TO Fwc-Settle-Date.
MOVE 0 TO Fwc-Spot-Rate.
MOVE 0 TO Fwc-Delivered.
MOVE 0 TO Fwc-Gain-Loss.
ADD 1 TO WS-Contract-Count.
MOVE Fwd-Contract-Record TO WS-Fct-Row(WS-Contract-Count).
PERFORM REWRITE-REGISTER-SECT.
IF RETURN-CODE < 12 THEN
    DISPLAY 'Contract ', WS-Next-Contract-No, ' booked; WTM-FWDSETTLE settles it on ', WS-Work-Maturity-Date, '.'
END-IF.

CANCEL-CONTRACT-SECT.
DISPLAY 'Contract number to cancel:'.
PERFORM ACCEPT-NUMERIC-SECT.
MOVE WS-Accept-Target TO WS-Work-Contract-No.
MOVE 0 TO WS-Contract-Slot.
PERFORM VARYING WS-Contract-Idx FROM 1 BY 1 UNTIL WS-Contract-Idx > WS-Contract-Count
    MOVE WS-Fct-Row(WS-Contract-Idx) TO Fwd-Contract-Record
    IF Fwc-Contract-No = WS-Work-Contract-No THEN
        MOVE WS-Contract-Idx TO WS-Contract-Slot
    END-IF
END-PERFORM.
IF WS-Contract-Slot = 0 THEN
    DISPLAY 'FWDBOOK: contract ', WS-Work-Contract-No, ' is not on the register.'
    MOVE 8 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
MOVE WS-Fct-Row(WS-Contract-Slot) TO Fwd-Contract-Record.
IF NOT Fwc-Open THEN
    DISPLAY 'FWDBOOK: contract ', WS-Work-Contract-No, ' is no longer open (status ', Fwc-Status, ') - not cancelled.'
    MOVE 8 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
MOVE Fwc-Notional TO WS-Money-Disp.
DISPLAY 'Contract ', Fwc-Contract-No, ' for employee ', Fwc-Employee-ID, ': ', WS-Money-Disp, ' into ',
    Fwc-Curr-Code, ' at ', Fwc-Contract-Rate, ', maturing ', Fwc-Maturity-Date, '.'.
DISPLAY 'Enter Y to cancel it:'.
MOVE SPACE TO WS-Confirm.
ACCEPT WS-Confirm.
IF (WS-Confirm NOT = "Y") AND (WS-Confirm NOT = "y") THEN
    DISPLAY 'Not cancelled.'
    EXIT PARAGRAPH
END-IF.
SET Fwc-Cancelled TO TRUE.
MOVE WS-Today TO Fwc-Settle-Date.
IF WTM-Operator-ID = SPACES THEN
    MOVE 'UNKNOWN ' TO Fwc-Settled-By
ELSE
    MOVE WTM-Operator-ID TO Fwc-Settled-By
END-IF.
MOVE Fwd-Contract-Record TO WS-Fct-Row(WS-Contract-Slot).
PERFORM REWRITE-REGISTER-SECT.
IF RETURN-CODE < 12 THEN
    DISPLAY 'Contract ', WS-Work-Contract-No, ' cancelled.'
END-IF.

LIST-CONTRACTS-SECT.
DISPLAY 'Employee ID to list (0 for the whole register):'.
PERFORM ACCEPT-NUMERIC-SECT.
MOVE WS-Accept-Target TO WS-Work-Employee-ID.
MOVE 0 TO WS-Rows-Shown.
DISPLAY 'CONTRACT EMPLOYEE CUR        NOTIONAL   CONTRACT  TRADED   MATURES  STATUS       SPOT   GAIN/LOSS'.
PERFORM VARYING WS-Contract-Idx FROM 1 BY 1 UNTIL WS-Contract-Idx > WS-Contract-Count
    MOVE WS-Fct-Row(WS-Contract-Idx) TO Fwd-Contract-Record
    IF (WS-Work-Employee-ID = 0) OR (Fwc-Employee-ID = WS-Work-Employee-ID) THEN
        ADD 1 TO WS-Rows-Shown
        EVALUATE TRUE
            WHEN Fwc-Open MOVE 'OPEN     ' TO WS-Status-Text
            WHEN Fwc-Settled MOVE 'SETTLED  ' TO WS-Status-Text
            WHEN Fwc-Cancelled MOVE 'CANCELLED' TO WS-Status-Text
            WHEN OTHER MOVE Fwc-Status TO WS-Status-Text
        END-EVALUATE
        MOVE Fwc-Notional TO WS-Money-Disp
        MOVE Fwc-Gain-Loss TO WS-Gain-Disp
        DISPLAY Fwc-Contract-No, '   ', Fwc-Employee-ID, '   ', Fwc-Curr-Code, ' ', WS-Money-Disp, ' ',
            Fwc-Contract-Rate, ' ', Fwc-Trade-Date, ' ', Fwc-Maturity-Date, ' ', WS-Status-Text, ' ',
            Fwc-Spot-Rate, ' ', WS-Gain-Disp
    END-IF
END-PERFORM.
DISPLAY WS-Rows-Shown, ' contract(s) listed.'.

*> Household balance sheet maintenance. The budget runs record what a
*> household earns and spends, and the debt-tracking step a single
*> debt balance, but not what the household owns or everything it
*> owes. Here the desk keys a dated balance sheet for an employee:
*> asset lines (checking, savings, retirement, home value, other) and
*> liability lines (mortgage, credit cards, loans, other), each with
*> the household's own name for it, onto WTM-BALANCE-SHEET.DAT
*> (append-only, latest row per line wins - the case-log approach).
*> Modes:
*>   K key   - opens the sheet for an as-of date; a new sheet can
*>             start from the lines of the latest earlier one so only
*>             what changed needs keying. A line keyed again replaces
*>             its amount; an amount of zero takes it off the sheet.
*>             The latest debt tracked in a budget run is shown as a
*>             reminder to carry it onto the sheet.
*>   L list  - every sheet on file for an employee, oldest first,
*>             with its lines and its asset, liability, and net-worth
*>             totals.
*> WTM-NETWORTH reports the trend across the sheets.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-BALSHEET.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Balance-Sheet-File ASSIGN TO "WTM-BALANCE-SHEET.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Balance-Sheet-Status.
    SELECT Employee-Master-File ASSIGN TO "WTM-EMPLOYEE-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Employee-Master-Status.
    SELECT Debt-Detail-File ASSIGN TO "WTM-DEBT-DETAIL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Debt-Detail-Status.

DATA DIVISION.
FILE SECTION.
FD  Balance-Sheet-File.
    COPY "WTM-BALANCE-SHEET-REC.cpy".

FD  Employee-Master-File.
    COPY "WTM-EMPLOYEE-MASTER-REC.cpy".

FD  Debt-Detail-File.
    COPY "WTM-DEBT-DETAIL-REC.cpy".

WORKING-STORAGE SECTION.
01 WS-Balance-Sheet-Status PIC XX.
01 WS-Employee-Master-Status PIC XX.
01 WS-Debt-Detail-Status PIC XX.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Mode-Choice PIC X.
01 WS-Today PIC 9(8).
01 WS-Work-Employee-ID PIC 9(6).
01 WS-Work-Employee-Name PIC X(30).
01 WS-Empl-Found-Flag PIC X VALUE "N".
    88 Empl-Found VALUE "Y" FALSE "N".
01 WS-Numeric-Input PIC X(14).
01 WS-Test-Numval PIC S9(8).
01 WS-Input-Valid PIC X VALUE "N".
    88 Input-Valid VALUE "Y".
01 WS-Accept-Target PIC S9(11)V99.
01 WS-Yes-No PIC X.
*> The line types a sheet can carry, and which side each sits on.
01 WS-Line-Type-Values.
    05 FILLER PIC X(21) VALUE 'CHEKAChecking        '.
    05 FILLER PIC X(21) VALUE 'SAVEASavings         '.
    05 FILLER PIC X(21) VALUE 'RETRARetirement      '.
    05 FILLER PIC X(21) VALUE 'HOMEAHome value      '.
    05 FILLER PIC X(21) VALUE 'OTHAAOther asset     '.
    05 FILLER PIC X(21) VALUE 'MORTLMortgage        '.
    05 FILLER PIC X(21) VALUE 'CARDLCredit card     '.
    05 FILLER PIC X(21) VALUE 'LOANLLoan            '.
    05 FILLER PIC X(21) VALUE 'OTHLLOther liability '.
01 WS-Line-Type-Table REDEFINES WS-Line-Type-Values.
    05 WS-Ltt-Entry OCCURS 9 TIMES.
       10 WS-Ltt-Type  PIC X(4).
       10 WS-Ltt-Side  PIC X.
       10 WS-Ltt-Label PIC X(16).
01 WS-Ltt-Idx PIC 9(2).
01 WS-Ltt-Slot PIC 9(2).
*> The employee's lines as they now stand, one slot per as-of date,
*> type, and name.
01 WS-Line-Table.
    05 WS-Ln-Entry OCCURS 400 TIMES.
       10 WS-Ln-Date   PIC 9(8).
       10 WS-Ln-Side   PIC X.
       10 WS-Ln-Type   PIC X(4).
       10 WS-Ln-Name   PIC X(20).
       10 WS-Ln-Amount PIC 9(9)V99.
01 WS-Line-Count PIC 9(3) VALUE 0.
01 WS-Ln-Idx PIC 9(3).
01 WS-Ln-Slot PIC 9(3).
01 WS-Ln-Find PIC 9(3).
01 WS-Ln-Last PIC 9(3).
01 WS-Line-Table-Full-Flag PIC X VALUE "N".
    88 Line-Table-Full VALUE "Y" FALSE "N".
*> The distinct as-of dates, ascending.
01 WS-Date-Table.
    05 WS-Dt-Date PIC 9(8) OCCURS 60 TIMES.
01 WS-Date-Count PIC 9(2) VALUE 0.
01 WS-Dt-Idx PIC 9(2).
01 WS-Dt-Slot PIC 9(2).
01 WS-Dt-Hold PIC 9(8).
*> The sheet being keyed or shown.
01 WS-Sheet-Date PIC 9(8).
01 WS-Prior-Date PIC 9(8).
01 WS-Prior-Lines PIC 9(3).
01 WS-Sheet-Lines PIC 9(3).
01 WS-Work-Type PIC X(4).
01 WS-Work-Name PIC X(20).
01 WS-Work-Amount PIC 9(9)V99.
01 WS-Keying-Done-Flag PIC X VALUE "N".
    88 Keying-Done VALUE "Y" FALSE "N".
01 WS-Lines-Written PIC 9(3) VALUE 0.
01 WS-Total-Assets PIC S9(11)V99.
01 WS-Total-Liabilities PIC S9(11)V99.
01 WS-Net-Worth PIC S9(11)V99.
*> The latest debt tracked in a budget run, as a reminder.
01 WS-Debt-Found-Flag PIC X VALUE "N".
    88 Debt-Found VALUE "Y" FALSE "N".
01 WS-Debt-Period PIC 9(6) VALUE 0.
01 WS-Debt-Run-Date PIC 9(8) VALUE 0.
01 WS-Debt-Balance PIC 9(8)V99 VALUE 0.
01 WS-Amount-Disp PIC ZZZ,ZZZ,ZZ9.99-.
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '------------------------------ WTM HOUSEHOLD BALANCE SHEET ---------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
DISPLAY 'Enter K to key a balance sheet or L to list an employee''s sheets:'.
ACCEPT WS-Mode-Choice.
EVALUATE WS-Mode-Choice
    WHEN "K" WHEN "k" PERFORM KEY-SHEET-SECT
    WHEN "L" WHEN "l" PERFORM LIST-SHEETS-SECT
    WHEN OTHER DISPLAY 'INPUT ERROR: please enter K or L.'
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

ACCEPT-EMPLOYEE-SECT.
DISPLAY 'Employee ID:'.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    PERFORM ACCEPT-NUMERIC-SECT
    IF (WS-Accept-Target < 1) OR (WS-Accept-Target > 999999) THEN
        DISPLAY 'INPUT ERROR: an employee ID is 1 to 999999. Please re-enter.'
        MOVE "N" TO WS-Input-Valid
    END-IF
END-PERFORM.
MOVE WS-Accept-Target TO WS-Work-Employee-ID.

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

LOAD-LINES-SECT.
*> Every row for the employee, folded so the latest row for each
*> as-of date, type, and name stands; then the distinct dates.
MOVE 0 TO WS-Line-Count.
SET Line-Table-Full TO FALSE.
MOVE "N" TO WS-File-EOF-Flag.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-BALANCE-SHEET.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Balance-Sheet-File.
IF WS-Balance-Sheet-Status = "00" THEN
    PERFORM UNTIL File-EOF
        READ Balance-Sheet-File
            AT END SET File-EOF TO TRUE
            NOT AT END
                IF (Bsh-Employee-ID = WS-Work-Employee-ID) AND (Bsh-Amount IS NUMERIC) THEN
                    MOVE Bsh-As-Of-Date TO WS-Sheet-Date
                    MOVE Bsh-Line-Type TO WS-Work-Type
                    MOVE Bsh-Line-Name TO WS-Work-Name
                    MOVE Bsh-Amount TO WS-Work-Amount
                    PERFORM POST-LINE-SECT
                END-IF
        END-READ
    END-PERFORM
    CLOSE Balance-Sheet-File
END-IF.
IF Line-Table-Full THEN
    DISPLAY 'WARNING: employee ', WS-Work-Employee-ID, ' has more than 400 balance-sheet lines - the oldest shown may be incomplete.'
END-IF.
PERFORM BUILD-DATE-LIST-SECT.

POST-LINE-SECT.
*> Replaces the amount of the matching line in the table, or adds it.
*> WS-Sheet-Date, WS-Work-Type, WS-Work-Name, WS-Work-Amount in.
MOVE 0 TO WS-Ln-Slot.
PERFORM VARYING WS-Ln-Find FROM 1 BY 1 UNTIL (WS-Ln-Find > WS-Line-Count) OR (WS-Ln-Slot > 0)
    IF (WS-Ln-Date(WS-Ln-Find) = WS-Sheet-Date) AND (WS-Ln-Type(WS-Ln-Find) = WS-Work-Type)
        AND (WS-Ln-Name(WS-Ln-Find) = WS-Work-Name) THEN
        MOVE WS-Ln-Find TO WS-Ln-Slot
    END-IF
END-PERFORM.
IF WS-Ln-Slot = 0 THEN
    IF WS-Line-Count >= 400 THEN
        SET Line-Table-Full TO TRUE
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-Line-Count
    MOVE WS-Line-Count TO WS-Ln-Slot
    MOVE WS-Sheet-Date TO WS-Ln-Date(WS-Ln-Slot)
    MOVE WS-Work-Type TO WS-Ln-Type(WS-Ln-Slot)
    MOVE WS-Work-Name TO WS-Ln-Name(WS-Ln-Slot)
    PERFORM FIND-LINE-TYPE-SECT
    IF WS-Ltt-Slot > 0 THEN
        MOVE WS-Ltt-Side(WS-Ltt-Slot) TO WS-Ln-Side(WS-Ln-Slot)
    ELSE
        MOVE "A" TO WS-Ln-Side(WS-Ln-Slot)
    END-IF
END-IF.
MOVE WS-Work-Amount TO WS-Ln-Amount(WS-Ln-Slot).

FIND-LINE-TYPE-SECT.
MOVE 0 TO WS-Ltt-Slot.
PERFORM VARYING WS-Ltt-Idx FROM 1 BY 1 UNTIL (WS-Ltt-Idx > 9) OR (WS-Ltt-Slot > 0)
    IF WS-Ltt-Type(WS-Ltt-Idx) = WS-Work-Type THEN
        MOVE WS-Ltt-Idx TO WS-Ltt-Slot
    END-IF
END-PERFORM.

BUILD-DATE-LIST-SECT.
*> Distinct as-of dates that still carry a line, kept in ascending
*> order by insertion.
MOVE 0 TO WS-Date-Count.
PERFORM VARYING WS-Ln-Idx FROM 1 BY 1 UNTIL WS-Ln-Idx > WS-Line-Count
    IF WS-Ln-Amount(WS-Ln-Idx) > 0 THEN
        MOVE 0 TO WS-Dt-Slot
        PERFORM VARYING WS-Dt-Idx FROM 1 BY 1 UNTIL (WS-Dt-Idx > WS-Date-Count) OR (WS-Dt-Slot > 0)
            IF WS-Dt-Date(WS-Dt-Idx) = WS-Ln-Date(WS-Ln-Idx) THEN
                MOVE WS-Dt-Idx TO WS-Dt-Slot
            END-IF
        END-PERFORM
        IF (WS-Dt-Slot = 0) AND (WS-Date-Count < 60) THEN
            ADD 1 TO WS-Date-Count
            MOVE WS-Ln-Date(WS-Ln-Idx) TO WS-Dt-Date(WS-Date-Count)
            MOVE WS-Date-Count TO WS-Dt-Idx
            PERFORM UNTIL WS-Dt-Idx < 2
                IF WS-Dt-Date(WS-Dt-Idx - 1) > WS-Dt-Date(WS-Dt-Idx) THEN
                    MOVE WS-Dt-Date(WS-Dt-Idx - 1) TO WS-Dt-Hold
                    MOVE WS-Dt-Date(WS-Dt-Idx) TO WS-Dt-Date(WS-Dt-Idx - 1)
                    MOVE WS-Dt-Hold TO WS-Dt-Date(WS-Dt-Idx)
                    SUBTRACT 1 FROM WS-Dt-Idx
                ELSE
                    MOVE 1 TO WS-Dt-Idx
                END-IF
            END-PERFORM
        END-IF
    END-IF
END-PERFORM.

KEY-SHEET-SECT.
PERFORM ACCEPT-EMPLOYEE-SECT.
PERFORM FIND-EMPLOYEE-SECT.
IF NOT Empl-Found THEN
    DISPLAY 'KEY ERROR: employee ', WS-Work-Employee-ID, ' is not on the master.'
    EXIT PARAGRAPH
END-IF.
DISPLAY 'Balance sheet for ', WS-Work-Employee-ID, ' ', WS-Work-Employee-Name.
PERFORM LOAD-LINES-SECT.
DISPLAY 'As-of date of the figures (YYYYMMDD, 0 = today):'.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    PERFORM ACCEPT-NUMERIC-SECT
    IF WS-Accept-Target = 0 THEN
        MOVE WS-Today TO WS-Accept-Target
    END-IF
    IF FUNCTION TEST-DATE-YYYYMMDD(WS-Accept-Target) NOT = 0 THEN
        DISPLAY 'INPUT ERROR: that is not a valid date. Please re-enter.'
        MOVE "N" TO WS-Input-Valid
    ELSE
        IF WS-Accept-Target > WS-Today THEN
            DISPLAY 'INPUT ERROR: a balance sheet cannot be dated in the future. Please re-enter.'
            MOVE "N" TO WS-Input-Valid
        END-IF
    END-IF
END-PERFORM.
MOVE WS-Accept-Target TO WS-Sheet-Date.
PERFORM COUNT-SHEET-LINES-SECT.
IF WS-Sheet-Lines > 0 THEN
    DISPLAY 'The sheet dated ', WS-Sheet-Date, ' is on file - lines keyed now replace or add to it.'
    PERFORM SHOW-SHEET-SECT
ELSE
    PERFORM OFFER-CARRY-FORWARD-SECT
END-IF.
PERFORM FIND-LATEST-DEBT-SECT.
IF Debt-Found AND (WS-Debt-Balance > 0) THEN
    MOVE WS-Debt-Balance TO WS-Amount-Disp
    DISPLAY 'NOTE: the budget run of period ', WS-Debt-Period, ' tracked a debt balance of ', WS-Amount-Disp,
        ' - key it as a CARD, LOAN, or OTHL line if it is still owed.'
END-IF.
MOVE 0 TO WS-Lines-Written.
SET Keying-Done TO FALSE.
PERFORM UNTIL Keying-Done
    PERFORM KEY-ONE-LINE-SECT
END-PERFORM.
DISPLAY WS-Lines-Written, ' line(s) written for the sheet dated ', WS-Sheet-Date, '.'.
PERFORM SHOW-SHEET-SECT.

COUNT-SHEET-LINES-SECT.
*> WS-Sheet-Lines = lines carrying an amount on WS-Sheet-Date.
MOVE 0 TO WS-Sheet-Lines.
PERFORM VARYING WS-Ln-Idx FROM 1 BY 1 UNTIL WS-Ln-Idx > WS-Line-Count
    IF (WS-Ln-Date(WS-Ln-Idx) = WS-Sheet-Date) AND (WS-Ln-Amount(WS-Ln-Idx) > 0) THEN
        ADD 1 TO WS-Sheet-Lines
    END-IF
END-PERFORM.

OFFER-CARRY-FORWARD-SECT.
*> A new sheet may start from the latest earlier one: its lines are
*> written again under the new date, to be corrected line by line.
MOVE 0 TO WS-Prior-Date.
PERFORM VARYING WS-Dt-Idx FROM 1 BY 1 UNTIL WS-Dt-Idx > WS-Date-Count
    IF WS-Dt-Date(WS-Dt-Idx) < WS-Sheet-Date THEN
        MOVE WS-Dt-Date(WS-Dt-Idx) TO WS-Prior-Date
    END-IF
END-PERFORM.
IF WS-Prior-Date = 0 THEN
    DISPLAY 'No earlier sheet on file - this is the household''s first.'
    EXIT PARAGRAPH
END-IF.
MOVE 0 TO WS-Prior-Lines.
PERFORM VARYING WS-Ln-Idx FROM 1 BY 1 UNTIL WS-Ln-Idx > WS-Line-Count
    IF (WS-Ln-Date(WS-Ln-Idx) = WS-Prior-Date) AND (WS-Ln-Amount(WS-Ln-Idx) > 0) THEN
        ADD 1 TO WS-Prior-Lines
    END-IF
END-PERFORM.
DISPLAY 'Start from the ', WS-Prior-Lines, ' line(s) of the sheet dated ', WS-Prior-Date, '? Enter Y or N:'.
ACCEPT WS-Yes-No.
IF (WS-Yes-No NOT = "Y") AND (WS-Yes-No NOT = "y") THEN
    EXIT PARAGRAPH
END-IF.
MOVE WS-Line-Count TO WS-Ln-Last.
PERFORM VARYING WS-Ln-Idx FROM 1 BY 1 UNTIL WS-Ln-Idx > WS-Ln-Last
    IF (WS-Ln-Date(WS-Ln-Idx) = WS-Prior-Date) AND (WS-Ln-Amount(WS-Ln-Idx) > 0) THEN
        MOVE WS-Ln-Type(WS-Ln-Idx) TO WS-Work-Type
        MOVE WS-Ln-Name(WS-Ln-Idx) TO WS-Work-Name
        MOVE WS-Ln-Amount(WS-Ln-Idx) TO WS-Work-Amount
        PERFORM WRITE-LINE-ROW-SECT
    END-IF
END-PERFORM.
DISPLAY WS-Prior-Lines, ' line(s) carried forward to ', WS-Sheet-Date, ':'.
PERFORM SHOW-SHEET-SECT.

KEY-ONE-LINE-SECT.
DISPLAY 'Line type - assets CHEK SAVE RETR HOME OTHA, liabilities MORT CARD LOAN OTHL (blank = done):'.
MOVE SPACES TO WS-Work-Type.
ACCEPT WS-Work-Type.
MOVE FUNCTION UPPER-CASE(WS-Work-Type) TO WS-Work-Type.
IF WS-Work-Type = SPACES THEN
    SET Keying-Done TO TRUE
    EXIT PARAGRAPH
END-IF.
PERFORM FIND-LINE-TYPE-SECT.
IF WS-Ltt-Slot = 0 THEN
    DISPLAY 'INPUT ERROR: ', WS-Work-Type, ' is not a balance-sheet line type.'
    EXIT PARAGRAPH
END-IF.
DISPLAY 'Name of the ', FUNCTION TRIM(WS-Ltt-Label(WS-Ltt-Slot)), ' line (up to 20 characters, blank = ',
    FUNCTION TRIM(WS-Ltt-Label(WS-Ltt-Slot)), '):'.
MOVE SPACES TO WS-Work-Name.
ACCEPT WS-Work-Name.
IF WS-Work-Name = SPACES THEN
    MOVE WS-Ltt-Label(WS-Ltt-Slot) TO WS-Work-Name
END-IF.
MOVE FUNCTION UPPER-CASE(WS-Work-Name) TO WS-Work-Name.
IF WS-Ltt-Side(WS-Ltt-Slot) = "A" THEN
    DISPLAY 'Value on ', WS-Sheet-Date, ' (0 takes the line off the sheet):'
ELSE
    DISPLAY 'Balance owed on ', WS-Sheet-Date, ' (0 takes the line off the sheet):'
END-IF.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    PERFORM ACCEPT-NUMERIC-SECT
    IF (WS-Accept-Target < 0) OR (WS-Accept-Target > 999999999.99) THEN
        DISPLAY 'INPUT ERROR: enter an amount from 0 to 999,999,999.99.'
        MOVE "N" TO WS-Input-Valid
    END-IF
END-PERFORM.
MOVE WS-Accept-Target TO WS-Work-Amount.
PERFORM WRITE-LINE-ROW-SECT.

WRITE-LINE-ROW-SECT.
*> Appends the line WS-Work-Type / WS-Work-Name / WS-Work-Amount on
*> WS-Sheet-Date and posts it to the table.
MOVE SPACES TO Balance-Sheet-Record.
MOVE WS-Work-Employee-ID TO Bsh-Employee-ID.
MOVE WS-Sheet-Date TO Bsh-As-Of-Date.
PERFORM FIND-LINE-TYPE-SECT.
MOVE WS-Ltt-Side(WS-Ltt-Slot) TO Bsh-Side.
MOVE WS-Work-Type TO Bsh-Line-Type.
MOVE WS-Work-Name TO Bsh-Line-Name.
MOVE WS-Work-Amount TO Bsh-Amount.
MOVE FUNCTION CURRENT-DATE(1:8) TO Bsh-Entry-Date.
MOVE FUNCTION CURRENT-DATE(9:8) TO Bsh-Entry-Time.
IF WTM-Operator-ID = SPACES THEN
    MOVE 'UNKNOWN ' TO Bsh-Operator-ID
ELSE
    MOVE WTM-Operator-ID TO Bsh-Operator-ID
END-IF.
OPEN EXTEND Balance-Sheet-File.
IF WS-Balance-Sheet-Status = "35" THEN
    OPEN OUTPUT Balance-Sheet-File
END-IF.
IF WS-Balance-Sheet-Status = "00" THEN
    WRITE Balance-Sheet-Record
    SET Rjn-After-Image TO TRUE
    MOVE 'WTM-BALANCE-SHEET.DAT' TO WS-Rjn-File-Name
    MOVE Balance-Sheet-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    CLOSE Balance-Sheet-File
    SET File-Ctl-Register TO TRUE
    MOVE 'WTM-BALANCE-SHEET.DAT' TO WS-File-Ctl-Name
    CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result
    ADD 1 TO WS-Lines-Written
    PERFORM POST-LINE-SECT
ELSE
    DISPLAY 'WARNING: could not write WTM-BALANCE-SHEET.DAT, file status ', WS-Balance-Sheet-Status
    MOVE 12 TO RETURN-CODE
END-IF.

SHOW-SHEET-SECT.
*> The lines on WS-Sheet-Date, assets then liabilities, and totals.
MOVE 0 TO WS-Total-Assets.
MOVE 0 TO WS-Total-Liabilities.
DISPLAY '  SHEET DATED ', WS-Sheet-Date.
DISPLAY '  SIDE       TYPE  NAME                          AMOUNT'.
PERFORM VARYING WS-Ln-Idx FROM 1 BY 1 UNTIL WS-Ln-Idx > WS-Line-Count
    IF (WS-Ln-Date(WS-Ln-Idx) = WS-Sheet-Date) AND (WS-Ln-Amount(WS-Ln-Idx) > 0)
        AND (WS-Ln-Side(WS-Ln-Idx) = "A") THEN
        ADD WS-Ln-Amount(WS-Ln-Idx) TO WS-Total-Assets
        MOVE WS-Ln-Amount(WS-Ln-Idx) TO WS-Amount-Disp
        DISPLAY '  asset      ', WS-Ln-Type(WS-Ln-Idx), '  ', WS-Ln-Name(WS-Ln-Idx), '  ', WS-Amount-Disp
    END-IF
END-PERFORM.
PERFORM VARYING WS-Ln-Idx FROM 1 BY 1 UNTIL WS-Ln-Idx > WS-Line-Count
    IF (WS-Ln-Date(WS-Ln-Idx) = WS-Sheet-Date) AND (WS-Ln-Amount(WS-Ln-Idx) > 0)
        AND (WS-Ln-Side(WS-Ln-Idx) = "L") THEN
        ADD WS-Ln-Amount(WS-Ln-Idx) TO WS-Total-Liabilities
        MOVE WS-Ln-Amount(WS-Ln-Idx) TO WS-Amount-Disp
        DISPLAY '  liability  ', WS-Ln-Type(WS-Ln-Idx), '  ', WS-Ln-Name(WS-Ln-Idx), '  ', WS-Amount-Disp
    END-IF
END-PERFORM.
COMPUTE WS-Net-Worth = WS-Total-Assets - WS-Total-Liabilities.
MOVE WS-Total-Assets TO WS-Amount-Disp.
DISPLAY '  Total assets                           ', WS-Amount-Disp.
MOVE WS-Total-Liabilities TO WS-Amount-Disp.
DISPLAY '  Total liabilities                      ', WS-Amount-Disp.
MOVE WS-Net-Worth TO WS-Amount-Disp.
DISPLAY '  Net worth                              ', WS-Amount-Disp.

LIST-SHEETS-SECT.
PERFORM ACCEPT-EMPLOYEE-SECT.
PERFORM FIND-EMPLOYEE-SECT.
PERFORM LOAD-LINES-SECT.
IF WS-Date-Count = 0 THEN
    DISPLAY 'No balance sheet on file for employee ', WS-Work-Employee-ID, '.'
    EXIT PARAGRAPH
END-IF.
DISPLAY 'Balance sheets for ', WS-Work-Employee-ID, ' ', WS-Work-Employee-Name.
PERFORM VARYING WS-Dt-Idx FROM 1 BY 1 UNTIL WS-Dt-Idx > WS-Date-Count
    MOVE WS-Dt-Date(WS-Dt-Idx) TO WS-Sheet-Date
    PERFORM SHOW-SHEET-SECT
END-PERFORM.
DISPLAY WS-Date-Count, ' sheet(s) shown.'.

FIND-LATEST-DEBT-SECT.
*> The latest debt the household tracked in a budget run, the same
*> way the lending assessment finds it.
SET Debt-Found TO FALSE.
OPEN INPUT Debt-Detail-File.
IF WS-Debt-Detail-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Debt-Detail-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Dbt-Employee-ID = WS-Work-Employee-ID THEN
                IF (Dbt-Period > WS-Debt-Period)
                    OR ((Dbt-Period = WS-Debt-Period) AND (Dbt-Run-Date >= WS-Debt-Run-Date)) THEN
                    SET Debt-Found TO TRUE
                    MOVE Dbt-Period TO WS-Debt-Period
                    MOVE Dbt-Run-Date TO WS-Debt-Run-Date
                    MOVE Dbt-Balance TO WS-Debt-Balance
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Debt-Detail-File.

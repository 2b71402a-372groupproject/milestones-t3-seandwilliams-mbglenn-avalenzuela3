*> edited in memory - list, add, update, delete, each field validated
*> on entry - and rewritten on exit, so config changes go through
*> edits instead of a text editor.
*> The tax tables - WTM-TAX-RATES.DAT, WTM-DOMESTIC-TAX-BRACKETS.DAT,
*> WTM-STATE-TAX.DAT, WTM-PAYROLL-TAX.DAT, and
*> WTM-SOURCE-TAX-RATES.DAT - are maintained here the same way, as
*> are the lending referral thresholds in WTM-LENDER-THRESHOLDS.DAT
*> and the quality-assurance sampling rates in WTM-QA-RATES.DAT.
*> WTM-INTL-ASSIGNEES.DAT, the international assignments WTM-TAXEQ
*> settles, is kept here as well.
*> Dual control: a session's edits are no longer written to the live
*> file. Each add, update, and delete is submitted to
*> WTM-CONFIG-CHANGES.DAT as a pending change with its before and
*> after row images and the requester's ID and timestamp; a second,
*> different supervisor reviews it in WTM-CONFAPPR, and only an
*> approved change reaches the live file, so a mistyped tax rate is
*> caught before it affects a night's runs.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-CONFMAINT.

    SELECT Config-File ASSIGN TO WS-Config-File-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Config-Status.
    SELECT Config-Change-File ASSIGN TO "WTM-CONFIG-CHANGES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Config-Change-Status.

DATA DIVISION.
FILE SECTION.
FD  Config-File.
01 Config-Record PIC X(80).

FD  Config-Change-File.
    COPY "WTM-CONFIG-CHANGE-REC.cpy".

WORKING-STORAGE SECTION.
01 WS-Gate-Function PIC X(20).
01 WS-Gate-Role PIC X.
01 WS-Gate-Result PIC X.
    88 Gate-Granted VALUE "G" FALSE "D".
01 WS-Config-Status PIC XX.
01 WS-Config-Change-Status PIC XX.
01 WS-Config-File-Name PIC X(40).
01 WS-File-Choice PIC X(2).
01 WS-File-Num PIC 9(2) VALUE 0.
01 WS-Action-Choice PIC X.
01 WS-File-Done-Flag PIC X.
    88 File-Done VALUE "Y" FALSE "N".
    88 Config-Overflowed VALUE "Y" FALSE "N".
01 WS-Conf-Idx PIC 9(3).
01 WS-Target-Row PIC 9(3).
*> The session's edits to the chosen file, in the order keyed, for
*> submission as pending changes.
01 WS-Change-Table.
    05 WS-Chg-Entry OCCURS 100 TIMES.
       10 WS-Chg-Action     PIC X.
       10 WS-Chg-Before-Row PIC X(80).
       10 WS-Chg-After-Row  PIC X(80).
01 WS-Chg-Count PIC 9(3) VALUE 0.
01 WS-Chg-Idx PIC 9(3).
01 WS-Chg-Seq PIC 9(2).
01 WS-Chg-Stamp PIC 9(14).
01 WS-Requester-ID PIC X(8).
01 WS-Pending-Count PIC 9(3) VALUE 0.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-New-Row PIC X(80).
01 WS-Row-Valid-Flag PIC X.
    88 Row-Valid VALUE "Y" FALSE "N".
01 WS-Text-Input PIC X(40).
01 WS-Amount-Edit PIC 9(3)V99.
01 WS-Amount-Edit-X REDEFINES WS-Amount-Edit PIC X(5).
01 WS-Rate4-Edit PIC 9(3)V9999.
01 WS-Rate4-Edit-X REDEFINES WS-Rate4-Edit PIC X(7).
01 WS-Pct4-Edit PIC 9(2)V9999.
01 WS-Pct4-Edit-X REDEFINES WS-Pct4-Edit PIC X(6).
01 WS-Floor-Edit PIC 9(8).
01 WS-Floor-Edit-X REDEFINES WS-Floor-Edit PIC X(8).
01 WS-Year-Edit PIC 9(4).
01 WS-Year-Edit-X REDEFINES WS-Year-Edit PIC X(4).
01 WS-Tmpl-Amount-Edit PIC 9(5)V99.
01 WS-Tmpl-Amount-Edit-X REDEFINES WS-Tmpl-Amount-Edit PIC X(7).
01 WS-Digit-Edit PIC 9.
01 WS-ID-Edit-X REDEFINES WS-ID-Edit PIC X(6).
01 WS-Tmpl-No-Edit PIC 9(2).
01 WS-Tmpl-No-Edit-X REDEFINES WS-Tmpl-No-Edit PIC X(2).
01 WS-Term-Edit PIC 9(3).
01 WS-Term-Edit-X REDEFINES WS-Term-Edit PIC X(3).
01 WS-Period-Edit PIC 9(6).
01 WS-Period-Edit-X REDEFINES WS-Period-Edit PIC X(6).
01 WS-Date-Edit PIC 9(8).
01 WS-Date-Edit-X REDEFINES WS-Date-Edit PIC X(8).
01 WS-Start-Date-Edit PIC 9(8).
01 WS-Tmpl-Cat-Idx PIC 9.
01 WS-Tmpl-Col PIC 9(3).
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-JOURNAL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
IF WTM-Operator-ID = SPACES THEN
    MOVE 'UNKNOWN ' TO WS-Requester-ID
ELSE
    MOVE WTM-Operator-ID TO WS-Requester-ID
END-IF.
PERFORM UNTIL Program-Done
    DISPLAY 'Which configuration file?'
    DISPLAY '  1. WTM-POLICY-LIMITS.DAT     (category 1-7, limit percent)'
    DISPLAY '  5. WTM-CURRENCY-DEFS.DAT     (code, name, symbol, decimals)'
    DISPLAY '  6. WTM-ENTRY-DEFAULTS.DAT    (employee, pay period, company, dept, template, currency)'
    DISPLAY '  7. WTM-ASSIGN-HISTORY.DAT    (employee, effective-from period, company, dept)'
    DISPLAY '  8. WTM-TAX-RATES.DAT         (currency code, income tax percent)'
    DISPLAY '  9. WTM-DOMESTIC-TAX-BRACKETS.DAT (tax year, income floor, marginal percent)'
    DISPLAY ' 10. WTM-STATE-TAX.DAT         (locality, B bracket / F flat, floor, percent)'
    DISPLAY ' 11. WTM-PAYROLL-TAX.DAT       (tax year, SS rate and wage base, Medicare rates)'
    DISPLAY ' 12. WTM-SOURCE-TAX-RATES.DAT  (tax year, income source type, withholding percent)'
    DISPLAY ' 13. WTM-LENDER-THRESHOLDS.DAT (loan type, front/back-end DTI limits, rate, term)'
    DISPLAY ' 14. WTM-QA-RATES.DAT          (operator ID or * for all others, sample percent)'
    DISPLAY ' 15. WTM-INTL-ASSIGNEES.DAT    (employee, host currency code, start and end dates)'
    DISPLAY '  X. Exit'
    ACCEPT WS-File-Choice
    EVALUATE FUNCTION TRIM(WS-File-Choice)
        WHEN '5' MOVE 5 TO WS-File-Num
        WHEN '6' MOVE 6 TO WS-File-Num
        WHEN '7' MOVE 7 TO WS-File-Num
        WHEN '8' MOVE 8 TO WS-File-Num
        WHEN '9' MOVE 9 TO WS-File-Num
        WHEN '10' MOVE 10 TO WS-File-Num
        WHEN '11' MOVE 11 TO WS-File-Num
        WHEN '12' MOVE 12 TO WS-File-Num
        WHEN '13' MOVE 13 TO WS-File-Num
        WHEN '14' MOVE 14 TO WS-File-Num
        WHEN '15' MOVE 15 TO WS-File-Num
        WHEN 'X' WHEN 'x' SET Program-Done TO TRUE
        WHEN OTHER
            MOVE 0 TO WS-File-Num
            DISPLAY 'INPUT ERROR: please enter 1-15 or X.'
    END-EVALUATE
    IF (NOT Program-Done) AND (WS-File-Num > 0) THEN
        PERFORM MAINTAIN-ONE-FILE-SECT
    WHEN 5 MOVE 'WTM-CURRENCY-DEFS.DAT' TO WS-Config-File-Name
    WHEN 6 MOVE 'WTM-ENTRY-DEFAULTS.DAT' TO WS-Config-File-Name
    WHEN 7 MOVE 'WTM-ASSIGN-HISTORY.DAT' TO WS-Config-File-Name
    WHEN 8 MOVE 'WTM-TAX-RATES.DAT' TO WS-Config-File-Name
    WHEN 9 MOVE 'WTM-DOMESTIC-TAX-BRACKETS.DAT' TO WS-Config-File-Name
    WHEN 10 MOVE 'WTM-STATE-TAX.DAT' TO WS-Config-File-Name
    WHEN 11 MOVE 'WTM-PAYROLL-TAX.DAT' TO WS-Config-File-Name
    WHEN 12 MOVE 'WTM-SOURCE-TAX-RATES.DAT' TO WS-Config-File-Name
    WHEN 13 MOVE 'WTM-LENDER-THRESHOLDS.DAT' TO WS-Config-File-Name
    WHEN 14 MOVE 'WTM-QA-RATES.DAT' TO WS-Config-File-Name
    WHEN 15 MOVE 'WTM-INTL-ASSIGNEES.DAT' TO WS-Config-File-Name
END-EVALUATE.

MAINTAIN-ONE-FILE-SECT.
END-IF.
MOVE "N" TO WS-File-Done-Flag.
MOVE "N" TO WS-Changes-Made-Flag.
MOVE 0 TO WS-Chg-Count.
DISPLAY FUNCTION TRIM(WS-Config-File-Name), ': ', WS-Conf-Count, ' row(s) loaded.'.
PERFORM COUNT-PENDING-CHANGES-SECT.
IF WS-Pending-Count > 0 THEN
    DISPLAY 'NOTICE: ', WS-Pending-Count, ' change(s) to this file are still awaiting approval and are not shown here.'
END-IF.
PERFORM UNTIL File-Done
    DISPLAY 'Enter L to list, A to add, U to update a row, D to delete a row, or X to submit and go back:'
    ACCEPT WS-Action-Choice
    EVALUATE WS-Action-Choice
        WHEN "L" WHEN "l" PERFORM LIST-ROWS-SECT
    END-EVALUATE
END-PERFORM.
IF Changes-Made THEN
    PERFORM SUBMIT-CHANGES-SECT
ELSE
    DISPLAY 'No changes made - ', FUNCTION TRIM(WS-Config-File-Name), ' left as-is.'
END-IF.
    DISPLAY 'NOTICE: could not open ', FUNCTION TRIM(WS-Config-File-Name), ' - starting empty; it will be created on save.'
END-IF.

COUNT-PENDING-CHANGES-SECT.
MOVE 0 TO WS-Pending-Count.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Config-Change-File.
IF WS-Config-Change-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Config-Change-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Chg-Pending AND (Chg-File-Name = WS-Config-File-Name) THEN
                ADD 1 TO WS-Pending-Count
            END-IF
    END-READ
END-PERFORM.
CLOSE Config-Change-File.

SUBMIT-CHANGES-SECT.
*> The live file is left untouched: each edit goes to
*> WTM-CONFIG-CHANGES.DAT as a pending change, numbered by the
*> submission timestamp and its order within the session so the
*> approver applies them in the order they were keyed.
OPEN EXTEND Config-Change-File.
IF WS-Config-Change-Status = "35" THEN
    OPEN OUTPUT Config-Change-File
END-IF.
IF WS-Config-Change-Status NOT = "00" THEN
    DISPLAY 'CONFMAINT ERROR: could not open WTM-CONFIG-CHANGES.DAT, file status ', WS-Config-Change-Status
    DISPLAY 'No changes were submitted - ', FUNCTION TRIM(WS-Config-File-Name), ' left as-is.'
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Chg-Stamp.
PERFORM VARYING WS-Chg-Idx FROM 1 BY 1 UNTIL WS-Chg-Idx > WS-Chg-Count
    MOVE SPACES TO Config-Change-Record
    MOVE WS-Chg-Idx TO WS-Chg-Seq
    STRING WS-Chg-Stamp DELIMITED BY SIZE
        WS-Chg-Seq DELIMITED BY SIZE
        INTO Chg-ID
    MOVE WS-Config-File-Name TO Chg-File-Name
    MOVE WS-Chg-Action(WS-Chg-Idx) TO Chg-Action
    MOVE WS-Chg-Before-Row(WS-Chg-Idx) TO Chg-Before-Row
    MOVE WS-Chg-After-Row(WS-Chg-Idx) TO Chg-After-Row
    MOVE WS-Requester-ID TO Chg-Requester-ID
    MOVE WS-Chg-Stamp TO Chg-Request-Stamp
    SET Chg-Pending TO TRUE
    MOVE SPACES TO Chg-Approver-ID
    MOVE 0 TO Chg-Decision-Stamp
    MOVE SPACES TO Chg-Reason
    WRITE Config-Change-Record
    SET Rjn-After-Image TO TRUE
    MOVE 'WTM-CONFIG-CHANGES.DAT' TO WS-Rjn-File-Name
    MOVE Config-Change-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
END-PERFORM.
CLOSE Config-Change-File.
DISPLAY WS-Chg-Count, ' change(s) to ', FUNCTION TRIM(WS-Config-File-Name), ' submitted for approval.'.
DISPLAY 'The live file is unchanged until a different supervisor approves them in WTM-CONFAPPR.'.

RECORD-CHANGE-SECT.
ADD 1 TO WS-Chg-Count.
SET Changes-Made TO TRUE.

LIST-ROWS-SECT.
DISPLAY 'ROW  CONTENT'.
    WHEN 5 PERFORM BUILD-CURRENCY-ROW-SECT
    WHEN 6 PERFORM BUILD-DEFAULTS-ROW-SECT
    WHEN 7 PERFORM BUILD-ASSIGN-ROW-SECT
    WHEN 8 PERFORM BUILD-TAX-RATE-ROW-SECT
    WHEN 9 PERFORM BUILD-BRACKET-ROW-SECT
    WHEN 10 PERFORM BUILD-STATE-TAX-ROW-SECT
    WHEN 11 PERFORM BUILD-PAYROLL-TAX-ROW-SECT
    WHEN 12 PERFORM BUILD-SOURCE-TAX-ROW-SECT
    WHEN 13 PERFORM BUILD-LENDER-ROW-SECT
    WHEN 14 PERFORM BUILD-QA-RATE-ROW-SECT
    WHEN 15 PERFORM BUILD-ASSIGNEE-ROW-SECT
END-EVALUATE.

BUILD-POLICY-ROW-SECT.
    DISPLAY 'FILE FULL: 100 rows is the maintenance limit.'
    EXIT PARAGRAPH
END-IF.
IF WS-Chg-Count >= 100 THEN
    DISPLAY 'SESSION FULL: submit these 100 changes (X) before keying more.'
    EXIT PARAGRAPH
END-IF.
PERFORM BUILD-ROW-SECT.
IF Row-Valid THEN
    ADD 1 TO WS-Conf-Count
    MOVE WS-New-Row TO WS-Conf-Row(WS-Conf-Count)
    PERFORM RECORD-CHANGE-SECT
    MOVE "A" TO WS-Chg-Action(WS-Chg-Count)
    MOVE SPACES TO WS-Chg-Before-Row(WS-Chg-Count)
    MOVE WS-New-Row TO WS-Chg-After-Row(WS-Chg-Count)
    DISPLAY 'Row ', WS-Conf-Count, ' added: [', FUNCTION TRIM(WS-New-Row), ']'
END-IF.

    DISPLAY 'Nothing to update - the file is empty.'
    EXIT PARAGRAPH
END-IF.
IF WS-Chg-Count >= 100 THEN
    DISPLAY 'SESSION FULL: submit these 100 changes (X) before keying more.'
    EXIT PARAGRAPH
END-IF.
PERFORM ACCEPT-TARGET-ROW-SECT.
DISPLAY 'Replacing row ', WS-Target-Row, ': [', FUNCTION TRIM(WS-Conf-Row(WS-Target-Row)), ']'.
PERFORM BUILD-ROW-SECT.
IF Row-Valid THEN
    PERFORM RECORD-CHANGE-SECT
    MOVE "U" TO WS-Chg-Action(WS-Chg-Count)
    MOVE WS-Conf-Row(WS-Target-Row) TO WS-Chg-Before-Row(WS-Chg-Count)
    MOVE WS-New-Row TO WS-Chg-After-Row(WS-Chg-Count)
    MOVE WS-New-Row TO WS-Conf-Row(WS-Target-Row)
    DISPLAY 'Row ', WS-Target-Row, ' updated.'
END-IF.

    DISPLAY 'Nothing to delete - the file is empty.'
    EXIT PARAGRAPH
END-IF.
IF WS-Chg-Count >= 100 THEN
    DISPLAY 'SESSION FULL: submit these 100 changes (X) before keying more.'
    EXIT PARAGRAPH
END-IF.
PERFORM ACCEPT-TARGET-ROW-SECT.
DISPLAY 'Deleting row ', WS-Target-Row, ': [', FUNCTION TRIM(WS-Conf-Row(WS-Target-Row)), ']'.
PERFORM RECORD-CHANGE-SECT.
MOVE "D" TO WS-Chg-Action(WS-Chg-Count).
MOVE WS-Conf-Row(WS-Target-Row) TO WS-Chg-Before-Row(WS-Chg-Count).
MOVE SPACES TO WS-Chg-After-Row(WS-Chg-Count).
PERFORM VARYING WS-Conf-Idx FROM WS-Target-Row BY 1 UNTIL WS-Conf-Idx >= WS-Conf-Count
    MOVE WS-Conf-Row(WS-Conf-Idx + 1) TO WS-Conf-Row(WS-Conf-Idx)
END-PERFORM.
SUBTRACT 1 FROM WS-Conf-Count.
DISPLAY 'Row deleted.'.

BUILD-DEFAULTS-ROW-SECT.
DISPLAY 'Department (up to 4 characters):'.
ACCEPT WS-Text-Input.
MOVE WS-Text-Input(1:4) TO WS-New-Row(16:4).

BUILD-TAX-RATE-ROW-SECT.
*> WTM-TAX-RATES.DAT: currency code and the income tax percent the
*> international run applies for it.
DISPLAY 'Currency code (exactly 3 characters, e.g. Eur):'.
MOVE SPACES TO WS-Text-Input.
PERFORM UNTIL Row-Valid
    ACCEPT WS-Text-Input
    IF (WS-Text-Input(1:3) = SPACES) OR (WS-Text-Input(3:1) = SPACE) THEN
        DISPLAY 'INPUT ERROR: the code must be 3 characters. Please re-enter.'
    ELSE
        MOVE WS-Text-Input(1:3) TO WS-New-Row(1:3)
        SET Row-Valid TO TRUE
    END-IF
END-PERFORM.
MOVE "N" TO WS-Row-Valid-Flag.
DISPLAY 'Income tax percent (0 to 100, up to 4 decimals):'.
PERFORM UNTIL Row-Valid
    PERFORM ACCEPT-NUMERIC-SECT
    IF (WS-Accept-Target < 0) OR (WS-Accept-Target > 100) THEN
        DISPLAY 'INPUT ERROR: the percent must be 0 through 100. Please re-enter.'
    ELSE
        COMPUTE WS-Rate4-Edit = FUNCTION NUMVAL(WS-Numeric-Input)
        MOVE WS-Rate4-Edit-X TO WS-New-Row(4:7)
        SET Row-Valid TO TRUE
    END-IF
END-PERFORM.

BUILD-BRACKET-ROW-SECT.
*> WTM-DOMESTIC-TAX-BRACKETS.DAT: the tax year the bracket takes
*> effect, the annual income floor where it starts and its marginal
*> percent. The budgeting program uses up to 10 rows of a year in
*> file order, floors ascending within the year.
DISPLAY 'Tax year the row takes effect (YYYY):'.
PERFORM UNTIL Row-Valid
    PERFORM ACCEPT-NUMERIC-SECT
    IF (WS-Accept-Target < 1900) OR (WS-Accept-Target > 2999) THEN
        DISPLAY 'INPUT ERROR: enter the year as YYYY. Please re-enter.'
    ELSE
        MOVE WS-Accept-Target TO WS-Year-Edit
        MOVE WS-Year-Edit-X TO WS-New-Row(1:4)
        SET Row-Valid TO TRUE
    END-IF
END-PERFORM.
MOVE "N" TO WS-Row-Valid-Flag.
DISPLAY 'Bracket income floor (whole dollars, 0 to 99999999; keep floors ascending):'.
PERFORM UNTIL Row-Valid
    PERFORM ACCEPT-NUMERIC-SECT
    IF (WS-Accept-Target < 0) OR (WS-Accept-Target > 99999999) THEN
        DISPLAY 'INPUT ERROR: the floor must be 0 through 99999999. Please re-enter.'
    ELSE
        MOVE WS-Accept-Target TO WS-Floor-Edit
        MOVE WS-Floor-Edit-X TO WS-New-Row(5:8)
        SET Row-Valid TO TRUE
    END-IF
END-PERFORM.
MOVE "N" TO WS-Row-Valid-Flag.
DISPLAY 'Marginal percent (0 to 100, up to 4 decimals):'.
PERFORM UNTIL Row-Valid
    PERFORM ACCEPT-NUMERIC-SECT
    IF (WS-Accept-Target < 0) OR (WS-Accept-Target > 100) THEN
        DISPLAY 'INPUT ERROR: the percent must be 0 through 100. Please re-enter.'
    ELSE
        COMPUTE WS-Rate4-Edit = FUNCTION NUMVAL(WS-Numeric-Input)
        MOVE WS-Rate4-Edit-X TO WS-New-Row(13:7)
        SET Row-Valid TO TRUE
    END-IF
END-PERFORM.

BUILD-STATE-TAX-ROW-SECT.
*> WTM-STATE-TAX.DAT: locality code, method (B one bracket row of
*> several, F flat), income floor, and percent. Rows for a locality
*> are grouped, floors ascending within the code.
DISPLAY 'Locality code (1-4 characters, e.g. CA):'.
MOVE SPACES TO WS-Text-Input.
PERFORM UNTIL Row-Valid
    ACCEPT WS-Text-Input
    IF WS-Text-Input(1:4) = SPACES THEN
        DISPLAY 'INPUT ERROR: the locality cannot be blank. Please re-enter.'
    ELSE
        MOVE WS-Text-Input(1:4) TO WS-New-Row(1:4)
        SET Row-Valid TO TRUE
    END-IF
END-PERFORM.
MOVE "N" TO WS-Row-Valid-Flag.
DISPLAY 'Method (B bracket, F flat):'.
PERFORM UNTIL Row-Valid
    ACCEPT WS-Text-Input
    IF (WS-Text-Input(1:1) = "B") OR (WS-Text-Input(1:1) = "F") THEN
        MOVE WS-Text-Input(1:1) TO WS-New-Row(5:1)
        SET Row-Valid TO TRUE
    ELSE
        DISPLAY 'INPUT ERROR: enter B or F. Please re-enter.'
    END-IF
END-PERFORM.
MOVE "N" TO WS-Row-Valid-Flag.
DISPLAY 'Income floor (whole dollars, 0 to 99999999; 0 for a flat rate):'.
PERFORM UNTIL Row-Valid
    PERFORM ACCEPT-NUMERIC-SECT
    IF (WS-Accept-Target < 0) OR (WS-Accept-Target > 99999999) THEN
        DISPLAY 'INPUT ERROR: the floor must be 0 through 99999999. Please re-enter.'
    ELSE
        MOVE WS-Accept-Target TO WS-Floor-Edit
        MOVE WS-Floor-Edit-X TO WS-New-Row(6:8)
        SET Row-Valid TO TRUE
    END-IF
END-PERFORM.
MOVE "N" TO WS-Row-Valid-Flag.
DISPLAY 'Percent (0 to 100, up to 4 decimals):'.
PERFORM UNTIL Row-Valid
    PERFORM ACCEPT-NUMERIC-SECT
    IF (WS-Accept-Target < 0) OR (WS-Accept-Target > 100) THEN
        DISPLAY 'INPUT ERROR: the percent must be 0 through 100. Please re-enter.'
    ELSE
        COMPUTE WS-Rate4-Edit = FUNCTION NUMVAL(WS-Numeric-Input)
        MOVE WS-Rate4-Edit-X TO WS-New-Row(14:7)
        SET Row-Valid TO TRUE
    END-IF
END-PERFORM.

BUILD-PAYROLL-TAX-ROW-SECT.
*> WTM-PAYROLL-TAX.DAT: one row per tax year - Social Security rate
*> and wage base, Medicare rate, and the additional Medicare rate
*> with the wage floor it starts at.
DISPLAY 'Tax year (YYYY):'.
PERFORM UNTIL Row-Valid
    PERFORM ACCEPT-NUMERIC-SECT
    IF (WS-Accept-Target < 1900) OR (WS-Accept-Target > 2999) THEN
        DISPLAY 'INPUT ERROR: enter the year as YYYY. Please re-enter.'
    ELSE
        MOVE WS-Accept-Target TO WS-Year-Edit
        MOVE WS-Year-Edit-X TO WS-New-Row(1:4)
        SET Row-Valid TO TRUE
    END-IF
END-PERFORM.
MOVE "N" TO WS-Row-Valid-Flag.
DISPLAY 'Social Security percent (0 to 99, up to 4 decimals):'.
PERFORM ACCEPT-PAYROLL-PCT-SECT.
MOVE WS-Pct4-Edit-X TO WS-New-Row(5:6).
MOVE "N" TO WS-Row-Valid-Flag.
DISPLAY 'Social Security wage base (whole dollars, 1 to 99999999):'.
PERFORM UNTIL Row-Valid
    PERFORM ACCEPT-NUMERIC-SECT
    IF (WS-Accept-Target < 1) OR (WS-Accept-Target > 99999999) THEN
        DISPLAY 'INPUT ERROR: the wage base must be 1 through 99999999. Please re-enter.'
    ELSE
        MOVE WS-Accept-Target TO WS-Floor-Edit
        MOVE WS-Floor-Edit-X TO WS-New-Row(11:8)
        SET Row-Valid TO TRUE
    END-IF
END-PERFORM.
MOVE "N" TO WS-Row-Valid-Flag.
DISPLAY 'Medicare percent (0 to 99, up to 4 decimals):'.
PERFORM ACCEPT-PAYROLL-PCT-SECT.
MOVE WS-Pct4-Edit-X TO WS-New-Row(19:6).
MOVE "N" TO WS-Row-Valid-Flag.
DISPLAY 'Additional Medicare percent (0 to 99, up to 4 decimals):'.
PERFORM ACCEPT-PAYROLL-PCT-SECT.
MOVE WS-Pct4-Edit-X TO WS-New-Row(25:6).
MOVE "N" TO WS-Row-Valid-Flag.
DISPLAY 'Additional Medicare wage floor (whole dollars, 0 to 99999999):'.
PERFORM UNTIL Row-Valid
    PERFORM ACCEPT-NUMERIC-SECT
    IF (WS-Accept-Target < 0) OR (WS-Accept-Target > 99999999) THEN
        DISPLAY 'INPUT ERROR: the floor must be 0 through 99999999. Please re-enter.'
    ELSE
        MOVE WS-Accept-Target TO WS-Floor-Edit
        MOVE WS-Floor-Edit-X TO WS-New-Row(31:8)
        SET Row-Valid TO TRUE
    END-IF
END-PERFORM.

ACCEPT-PAYROLL-PCT-SECT.
PERFORM UNTIL Row-Valid
    PERFORM ACCEPT-NUMERIC-SECT
    IF (WS-Accept-Target < 0) OR (WS-Accept-Target > 99) THEN
        DISPLAY 'INPUT ERROR: the percent must be 0 through 99. Please re-enter.'
    ELSE
        COMPUTE WS-Pct4-Edit = FUNCTION NUMVAL(WS-Numeric-Input)
        SET Row-Valid TO TRUE
    END-IF
END-PERFORM.

BUILD-SOURCE-TAX-ROW-SECT.
*> WTM-SOURCE-TAX-RATES.DAT: the tax year the rate takes effect, the
*> non-wage income source type and the percent withheld on it.
DISPLAY 'Tax year the row takes effect (YYYY):'.
PERFORM UNTIL Row-Valid
    PERFORM ACCEPT-NUMERIC-SECT
    IF (WS-Accept-Target < 1900) OR (WS-Accept-Target > 2999) THEN
        DISPLAY 'INPUT ERROR: enter the year as YYYY. Please re-enter.'
    ELSE
        MOVE WS-Accept-Target TO WS-Year-Edit
        MOVE WS-Year-Edit-X TO WS-New-Row(1:4)
        SET Row-Valid TO TRUE
    END-IF
END-PERFORM.
MOVE "N" TO WS-Row-Valid-Flag.
DISPLAY 'Income source type (R rental, B business, I investment, O other):'.
PERFORM UNTIL Row-Valid
    ACCEPT WS-Text-Input
    IF (WS-Text-Input(1:1) = "R") OR (WS-Text-Input(1:1) = "B")
        OR (WS-Text-Input(1:1) = "I") OR (WS-Text-Input(1:1) = "O") THEN
        MOVE WS-Text-Input(1:1) TO WS-New-Row(5:1)
        SET Row-Valid TO TRUE
    ELSE
        DISPLAY 'INPUT ERROR: enter R, B, I, or O. Please re-enter.'
    END-IF
END-PERFORM.
MOVE "N" TO WS-Row-Valid-Flag.
DISPLAY 'Withholding percent (0 to 100):'.
PERFORM UNTIL Row-Valid
    PERFORM ACCEPT-NUMERIC-SECT
    IF (WS-Accept-Target < 0) OR (WS-Accept-Target > 100) THEN
        DISPLAY 'INPUT ERROR: the percent must be 0 through 100. Please re-enter.'
    ELSE
        MOVE WS-Accept-Target TO WS-Amount-Edit
        MOVE WS-Amount-Edit-X TO WS-New-Row(6:5)
        SET Row-Valid TO TRUE
    END-IF
END-PERFORM.

BUILD-LENDER-ROW-SECT.
*> WTM-LENDER-THRESHOLDS.DAT: loan type code, description, whether
*> the new payment replaces the current housing cost (Y for a
*> mortgage), the lender's front-end and back-end debt-to-income
*> maximums (percent of gross monthly income; a front-end of 0 means
*> the lender does not test one), and the rate and term used to turn
*> the affordable payment into a loan amount.
DISPLAY 'Loan type code (up to 4 characters, e.g. MORT, AUTO):'.
PERFORM UNTIL Row-Valid
    ACCEPT WS-Text-Input
    MOVE FUNCTION UPPER-CASE(WS-Text-Input) TO WS-Text-Input
    IF (WS-Text-Input(1:1) = SPACE) OR (WS-Text-Input(5:36) NOT = SPACES) THEN
        DISPLAY 'INPUT ERROR: enter a code of 1 to 4 characters. Please re-enter.'
    ELSE
        MOVE WS-Text-Input(1:4) TO WS-New-Row(1:4)
        SET Row-Valid TO TRUE
    END-IF
END-PERFORM.
MOVE "N" TO WS-Row-Valid-Flag.
DISPLAY 'Description (up to 20 characters):'.
PERFORM UNTIL Row-Valid
    ACCEPT WS-Text-Input
    IF (WS-Text-Input = SPACES) OR (WS-Text-Input(21:20) NOT = SPACES) THEN
        DISPLAY 'INPUT ERROR: enter 1 to 20 characters. Please re-enter.'
    ELSE
        MOVE WS-Text-Input(1:20) TO WS-New-Row(5:20)
        SET Row-Valid TO TRUE
    END-IF
END-PERFORM.
MOVE "N" TO WS-Row-Valid-Flag.
DISPLAY 'Does the new payment replace the current rent/housing cost? (Y for a mortgage, N otherwise):'.
PERFORM UNTIL Row-Valid
    ACCEPT WS-Text-Input
    MOVE FUNCTION UPPER-CASE(WS-Text-Input) TO WS-Text-Input
    IF (WS-Text-Input(1:1) = "Y") OR (WS-Text-Input(1:1) = "N") THEN
        MOVE WS-Text-Input(1:1) TO WS-New-Row(25:1)
        SET Row-Valid TO TRUE
    ELSE
        DISPLAY 'INPUT ERROR: enter Y or N. Please re-enter.'
    END-IF
END-PERFORM.
MOVE "N" TO WS-Row-Valid-Flag.
DISPLAY 'Front-end (housing) maximum percent of gross monthly income (0 = not tested):'.
PERFORM UNTIL Row-Valid
    PERFORM ACCEPT-NUMERIC-SECT
    IF (WS-Accept-Target < 0) OR (WS-Accept-Target > 100) THEN
        DISPLAY 'INPUT ERROR: the percent must be 0 through 100. Please re-enter.'
    ELSE
        MOVE WS-Accept-Target TO WS-Amount-Edit
        MOVE WS-Amount-Edit-X TO WS-New-Row(26:5)
        SET Row-Valid TO TRUE
    END-IF
END-PERFORM.
MOVE "N" TO WS-Row-Valid-Flag.
DISPLAY 'Back-end (total debt) maximum percent of gross monthly income:'.
PERFORM UNTIL Row-Valid
    PERFORM ACCEPT-NUMERIC-SECT
    IF (WS-Accept-Target <= 0) OR (WS-Accept-Target > 100) THEN
        DISPLAY 'INPUT ERROR: the percent must be above 0 and no more than 100. Please re-enter.'
    ELSE
        MOVE WS-Accept-Target TO WS-Amount-Edit
        MOVE WS-Amount-Edit-X TO WS-New-Row(31:5)
        SET Row-Valid TO TRUE
    END-IF
END-PERFORM.
MOVE "N" TO WS-Row-Valid-Flag.
DISPLAY 'Annual interest rate to assume, percent (e.g. 6.50):'.
PERFORM UNTIL Row-Valid
    PERFORM ACCEPT-NUMERIC-SECT
    IF (WS-Accept-Target < 0) OR (WS-Accept-Target > 100) THEN
        DISPLAY 'INPUT ERROR: the rate must be 0 through 100. Please re-enter.'
    ELSE
        MOVE WS-Accept-Target TO WS-Amount-Edit
        MOVE WS-Amount-Edit-X TO WS-New-Row(36:5)
        SET Row-Valid TO TRUE
    END-IF
END-PERFORM.
MOVE "N" TO WS-Row-Valid-Flag.
DISPLAY 'Loan term in months (1 to 480):'.
PERFORM UNTIL Row-Valid
    PERFORM ACCEPT-NUMERIC-SECT
    IF (WS-Accept-Target < 1) OR (WS-Accept-Target > 480)
        OR (WS-Accept-Target NOT = FUNCTION INTEGER(WS-Accept-Target)) THEN
        DISPLAY 'INPUT ERROR: enter a whole number of months from 1 to 480. Please re-enter.'
    ELSE
        MOVE WS-Accept-Target TO WS-Term-Edit
        MOVE WS-Term-Edit-X TO WS-New-Row(41:3)
        SET Row-Valid TO TRUE
    END-IF
END-PERFORM.

BUILD-QA-RATE-ROW-SECT.
*> WTM-QA-RATES.DAT: the operator ID and the percent of that
*> operator's keyed runs WTM-QASAMPLE draws each day; a row for * is
*> the rate for every operator without a row of their own.
DISPLAY 'Operator ID (up to 8 characters, or * for every other operator):'.
PERFORM UNTIL Row-Valid
    ACCEPT WS-Text-Input
    MOVE FUNCTION UPPER-CASE(WS-Text-Input) TO WS-Text-Input
    IF (WS-Text-Input(1:1) = SPACE) OR (WS-Text-Input(9:32) NOT = SPACES) THEN
        DISPLAY 'INPUT ERROR: enter an ID of 1 to 8 characters, or *. Please re-enter.'
    ELSE
        MOVE WS-Text-Input(1:8) TO WS-New-Row(1:8)
        SET Row-Valid TO TRUE
    END-IF
END-PERFORM.
MOVE "N" TO WS-Row-Valid-Flag.
DISPLAY 'Percent of the operator''s keyed runs to sample each day (0 = none, 100 = all):'.
PERFORM UNTIL Row-Valid
    PERFORM ACCEPT-NUMERIC-SECT
    IF (WS-Accept-Target < 0) OR (WS-Accept-Target > 100) THEN
        DISPLAY 'INPUT ERROR: the percent must be 0 through 100. Please re-enter.'
    ELSE
        MOVE WS-Accept-Target TO WS-Amount-Edit
        MOVE WS-Amount-Edit-X TO WS-New-Row(9:5)
        SET Row-Valid TO TRUE
    END-IF
END-PERFORM.

BUILD-ASSIGNEE-ROW-SECT.
*> WTM-INTL-ASSIGNEES.DAT: employee ID, the host country's currency
*> code as keyed on WTM-TAX-RATES.DAT, and the assignment's start
*> and end dates - end zero while the employee is still abroad.
DISPLAY 'Employee ID (1-999999):'.
PERFORM UNTIL Row-Valid
    PERFORM ACCEPT-NUMERIC-SECT
    IF (WS-Accept-Target < 1) OR (WS-Accept-Target > 999999) THEN
        DISPLAY 'INPUT ERROR: the ID must be 1 through 999999. Please re-enter.'
    ELSE
        MOVE WS-Accept-Target TO WS-ID-Edit
        MOVE WS-ID-Edit-X TO WS-New-Row(1:6)
        SET Row-Valid TO TRUE
    END-IF
END-PERFORM.
MOVE "N" TO WS-Row-Valid-Flag.
DISPLAY 'Host currency code (exactly 3 characters, as on WTM-TAX-RATES.DAT, e.g. Eur):'.
MOVE SPACES TO WS-Text-Input.
PERFORM UNTIL Row-Valid
    ACCEPT WS-Text-Input
    IF (WS-Text-Input(1:3) = SPACES) OR (WS-Text-Input(3:1) = SPACE) THEN
        DISPLAY 'INPUT ERROR: the code must be 3 characters. Please re-enter.'
    ELSE
        MOVE WS-Text-Input(1:3) TO WS-New-Row(7:3)
        SET Row-Valid TO TRUE
    END-IF
END-PERFORM.
MOVE "N" TO WS-Row-Valid-Flag.
DISPLAY 'Assignment start date (YYYYMMDD):'.
PERFORM UNTIL Row-Valid
    PERFORM ACCEPT-DATE-SECT
    IF (WS-Date-Edit < 19000101) OR (FUNCTION TEST-DATE-YYYYMMDD(WS-Date-Edit) NOT = 0) THEN
        DISPLAY 'INPUT ERROR: enter a valid date as YYYYMMDD. Please re-enter.'
    ELSE
        MOVE WS-Date-Edit TO WS-Start-Date-Edit
        MOVE WS-Date-Edit-X TO WS-New-Row(10:8)
        SET Row-Valid TO TRUE
    END-IF
END-PERFORM.
MOVE "N" TO WS-Row-Valid-Flag.
DISPLAY 'Assignment end date (YYYYMMDD, 0 = still on assignment):'.
PERFORM UNTIL Row-Valid
    PERFORM ACCEPT-DATE-SECT
    EVALUATE TRUE
        WHEN WS-Date-Edit = 0
            MOVE WS-Date-Edit-X TO WS-New-Row(18:8)
            SET Row-Valid TO TRUE
        WHEN (WS-Date-Edit < 19000101) OR (FUNCTION TEST-DATE-YYYYMMDD(WS-Date-Edit) NOT = 0)
            DISPLAY 'INPUT ERROR: enter a valid date as YYYYMMDD, or 0. Please re-enter.'
        WHEN WS-Date-Edit < WS-Start-Date-Edit
            DISPLAY 'INPUT ERROR: the end date cannot be before the start date. Please re-enter.'
        WHEN OTHER
            MOVE WS-Date-Edit-X TO WS-New-Row(18:8)
            SET Row-Valid TO TRUE
    END-EVALUATE
END-PERFORM.

ACCEPT-DATE-SECT.
*> A YYYYMMDD date into WS-Date-Edit; too wide for the general
*> numeric entry field.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    ACCEPT WS-Numeric-Input
    MOVE FUNCTION TEST-NUMVAL(WS-Numeric-Input) TO WS-Test-Numval
    IF WS-Test-Numval NOT = 0 THEN
        DISPLAY 'INPUT ERROR: that is not a valid number. Please re-enter.'
    ELSE
        COMPUTE WS-Date-Edit = FUNCTION NUMVAL(WS-Numeric-Input)
            ON SIZE ERROR
                DISPLAY 'INPUT ERROR: a date has eight digits. Please re-enter.'
            NOT ON SIZE ERROR
                MOVE "Y" TO WS-Input-Valid
        END-COMPUTE
    END-IF
END-PERFORM.

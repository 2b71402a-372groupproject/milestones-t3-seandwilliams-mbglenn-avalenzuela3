*> a household actually spent - per category per budget period, keyed
*> like the history records - and answers the first question
*> management asks after every cycle: did they spend what they
*> planned? Four modes: L loads actuals from the delimited
*> WTM-ACTUALS-FEED.CSV (employee,period,rent,bills,food,travel,
*> taxes,insurance,extra), E keys one household's actuals at the
*> prompts, V prints the plan-vs-actual variance report for a
*> period, in dollars and percent per category, to
*> WTM-VARIANCE-REPORT.TXT, and Q keys an estimated tax payment on
*> non-wage income to WTM-EST-TAX-PAID.DAT for WTM-ESTTAX.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-ACTUALS.

    SELECT Variance-Report-File ASSIGN TO "WTM-VARIANCE-REPORT.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Variance-Report-Status.
    SELECT Est-Tax-Paid-File ASSIGN TO "WTM-EST-TAX-PAID.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Est-Tax-Paid-Status.

DATA DIVISION.
FILE SECTION.
FD  Variance-Report-File.
01 Variance-Report-Line PIC X(132).

FD  Est-Tax-Paid-File.
    COPY "WTM-EST-TAX-PAID-REC.cpy".

WORKING-STORAGE SECTION.
01 WS-Actuals-Status PIC XX.
01 WS-Actuals-Feed-Status PIC XX.
01 WS-Budget-History-Status PIC XX.
01 WS-Variance-Report-Status PIC XX.
01 WS-Est-Tax-Paid-Status PIC XX.
01 WS-Mode-Choice PIC X.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Season-Profile PIC X(12).
01 WS-Season-Lookup-Month PIC 9(2).
01 WS-Season-Factor PIC 9V99.
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".
    COPY "WTM-FEED-CHECK.cpy".
    COPY "WTM-OPERATOR-ID.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '----------------------------- WTM ACTUALS AND VARIANCE ---------------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
PERFORM LOAD-SEASON-PROFILES-SECT.
DISPLAY 'Enter L to load actuals from WTM-ACTUALS-FEED.CSV, E to key one household, V for the variance report,'.
DISPLAY 'or Q to key an estimated tax payment:'.
ACCEPT WS-Mode-Choice.
EVALUATE WS-Mode-Choice
    WHEN "L" WHEN "l" PERFORM LOAD-ACTUALS-FEED-SECT
    WHEN "E" WHEN "e" PERFORM ENTER-ACTUALS-SECT
    WHEN "V" WHEN "v" PERFORM VARIANCE-REPORT-SECT
    WHEN "Q" WHEN "q" PERFORM ENTER-EST-TAX-PAYMENT-SECT
    WHEN OTHER DISPLAY 'INPUT ERROR: please enter L, E, V, or Q.'
END-EVALUATE.
GOBACK.

END-PERFORM.

LOAD-ACTUALS-FEED-SECT.
SET Feed-Chk-Check TO TRUE.
MOVE 'WTM-ACTUALS-FEED.CSV' TO WS-Feed-Chk-Name.
MOVE 0 TO WS-Feed-Chk-Key-Start.
MOVE 0 TO WS-Feed-Chk-Key-Length.
CALL 'WTM-FEEDCHECK' USING WS-Feed-Chk-Function, WS-Feed-Chk-Name, WS-Feed-Chk-Key-Start,
    WS-Feed-Chk-Key-Length, WS-Feed-Chk-Result.
IF Feed-Chk-Duplicate THEN
    DISPLAY 'LOAD HELD: WTM-ACTUALS-FEED.CSV has already been loaded - no actuals added.'
    MOVE 8 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
OPEN INPUT Actuals-Feed-File.
IF WS-Actuals-Feed-Status NOT = "00" THEN
    DISPLAY 'LOAD ERROR: could not open WTM-ACTUALS-FEED.CSV, file status ', WS-Actuals-Feed-Status
ELSE
    SET File-Ctl-Verify TO TRUE
    MOVE 'WTM-ACTUALS.DAT' TO WS-File-Ctl-Name
    CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result
    OPEN EXTEND Actuals-File
    IF WS-Actuals-Status = "35" THEN
        OPEN OUTPUT Actuals-File
    END-PERFORM
    CLOSE Actuals-Feed-File
    CLOSE Actuals-File
    SET File-Ctl-Register TO TRUE
    MOVE 'WTM-ACTUALS.DAT' TO WS-File-Ctl-Name
    CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result
    SET Feed-Chk-Record TO TRUE
    CALL 'WTM-FEEDCHECK' USING WS-Feed-Chk-Function, WS-Feed-Chk-Name, WS-Feed-Chk-Key-Start,
        WS-Feed-Chk-Key-Length, WS-Feed-Chk-Result
    DISPLAY 'Actuals load complete: ', WS-Rows-Loaded, ' of ', WS-Rows-Read, ' row(s) loaded.'
END-IF.

    COMPUTE Act-Insurance = FUNCTION NUMVAL(WS-Feed-Field(8))
    COMPUTE Act-Extra = FUNCTION NUMVAL(WS-Feed-Field(9))
    WRITE Actuals-Record
    SET Rjn-After-Image TO TRUE
    MOVE 'WTM-ACTUALS.DAT' TO WS-Rjn-File-Name
    MOVE Actuals-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    ADD 1 TO WS-Rows-Loaded
ELSE
    DISPLAY 'LOAD REJECT row ', WS-Rows-Read, ': [', FUNCTION TRIM(Actuals-Feed-Line), '] has a non-numeric field.'
END-IF.

ENTER-ACTUALS-SECT.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-ACTUALS.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN EXTEND Actuals-File.
IF WS-Actuals-Status = "35" THEN
    OPEN OUTPUT Actuals-File
PERFORM ACCEPT-NUMERIC-SECT.
MOVE WS-Accept-Target TO Act-Extra.
WRITE Actuals-Record.
SET Rjn-After-Image TO TRUE.
MOVE 'WTM-ACTUALS.DAT' TO WS-Rjn-File-Name.
MOVE Actuals-Record TO WS-Rjn-Record.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
CLOSE Actuals-File.
SET File-Ctl-Register TO TRUE.
MOVE 'WTM-ACTUALS.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
DISPLAY 'Actuals recorded for employee ', Act-Employee-ID, ' period ', Act-Period, '.'.

ENTER-EST-TAX-PAYMENT-SECT.
*> Tax on rental, business, and investment income is not withheld;
*> the household pays it in quarterly installments, and each one
*> paid is keyed here against the tax year and quarter it covers.
DISPLAY 'Enter the employee ID:'.
PERFORM ACCEPT-NUMERIC-SECT.
MOVE WS-Accept-Target TO Etp-Employee-ID.
DISPLAY 'Enter the tax year the payment is for (YYYY):'.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    PERFORM ACCEPT-NUMERIC-SECT
    IF (WS-Accept-Target < 1900) OR (WS-Accept-Target > 2999) THEN
        DISPLAY 'INPUT ERROR: enter a four-digit year. Please re-enter.'
        MOVE "N" TO WS-Input-Valid
    END-IF
END-PERFORM.
MOVE WS-Accept-Target TO Etp-Tax-Year.
DISPLAY 'Enter the quarter the payment is for (1-4):'.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    PERFORM ACCEPT-NUMERIC-SECT
    IF (WS-Accept-Target < 1) OR (WS-Accept-Target > 4) THEN
        DISPLAY 'INPUT ERROR: the quarter is 1, 2, 3, or 4. Please re-enter.'
        MOVE "N" TO WS-Input-Valid
    END-IF
END-PERFORM.
MOVE WS-Accept-Target TO Etp-Quarter.
DISPLAY 'Enter the amount paid:'.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    PERFORM ACCEPT-NUMERIC-SECT
    IF (WS-Accept-Target <= 0) OR (WS-Accept-Target > 9999999.99) THEN
        DISPLAY 'INPUT ERROR: enter a payment above zero and under 10,000,000. Please re-enter.'
        MOVE "N" TO WS-Input-Valid
    END-IF
END-PERFORM.
MOVE WS-Accept-Target TO Etp-Amount.
DISPLAY 'Enter the date it was paid (YYYYMMDD, 0 = today):'.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    PERFORM ACCEPT-NUMERIC-SECT
    IF WS-Accept-Target = 0 THEN
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Accept-Target
    END-IF
    IF FUNCTION TEST-DATE-YYYYMMDD(WS-Accept-Target) NOT = 0 THEN
        DISPLAY 'INPUT ERROR: that is not a valid date. Please re-enter.'
        MOVE "N" TO WS-Input-Valid
    END-IF
END-PERFORM.
MOVE WS-Accept-Target TO Etp-Paid-Date.
IF WTM-Operator-ID = SPACES THEN
    MOVE 'UNKNOWN ' TO Etp-Operator-ID
ELSE
    MOVE WTM-Operator-ID TO Etp-Operator-ID
END-IF.
MOVE FUNCTION CURRENT-DATE(1:14) TO Etp-Stamp.
OPEN EXTEND Est-Tax-Paid-File.
IF WS-Est-Tax-Paid-Status = "35" THEN
    OPEN OUTPUT Est-Tax-Paid-File
END-IF.
IF WS-Est-Tax-Paid-Status NOT = "00" THEN
    DISPLAY 'ENTRY ERROR: could not open WTM-EST-TAX-PAID.DAT, file status ', WS-Est-Tax-Paid-Status
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
WRITE Est-Tax-Paid-Record.
SET Rjn-After-Image TO TRUE.
MOVE 'WTM-EST-TAX-PAID.DAT' TO WS-Rjn-File-Name.
MOVE Est-Tax-Paid-Record TO WS-Rjn-Record.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
CLOSE Est-Tax-Paid-File.
DISPLAY 'Estimated tax payment recorded for employee ', Etp-Employee-ID, ' tax year ', Etp-Tax-Year,
    ' quarter ', Etp-Quarter, '.'.

VARIANCE-REPORT-SECT.
DISPLAY 'Enter the budget period to report (YYYYMM):'.
PERFORM ACCEPT-NUMERIC-SECT.
MOVE WS-Accept-Target TO WS-Report-Period.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-ACTUALS.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Actuals-File.
IF WS-Actuals-Status NOT = "00" THEN
    DISPLAY 'VARIANCE: could not open WTM-ACTUALS.DAT, file status ', WS-Actuals-Status
*> employee and period (file order = write order, so the last match
*> wins, the same convention the prior-month lookup uses).
MOVE "N" TO WS-Plan-Found-Flag.
SET File-Ctl-Verify TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Budget-History-File.
IF WS-Budget-History-Status = "00" THEN
    PERFORM UNTIL WS-Budget-History-Status NOT = "00"
                    MOVE Hist-Taxes TO WS-Plan-Amount(5)
                    MOVE Hist-Insurance TO WS-Plan-Amount(6)
                    COMPUTE WS-Plan-Amount(7) = Hist-Salary - (Hist-Rent + Hist-Bills + Hist-Food + Hist-Travel + Hist-Taxes + Hist-Insurance)
                    IF (Hist-Layout-Version IS NUMERIC) AND (Hist-Layout-Version >= 12) AND (Hist-Garnishments IS NUMERIC) THEN
                        SUBTRACT Hist-Garnishments FROM WS-Plan-Amount(7)
                    END-IF
                    IF WS-Plan-Amount(7) < 0 THEN
                        MOVE 0 TO WS-Plan-Amount(7)
                    END-IF

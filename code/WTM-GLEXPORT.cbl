*> balanced debit/credit vouchers to WTM-GL-VOUCHERS-<period>.DAT -
*> salary (plus fee and spread revenue) on the credit side, the
*> categories and Extra on the debit side, and a rounding-difference
*> line so every voucher nets to exactly zero. The Social Security
*> and Medicare portions of Taxes post to their own SSTAX and MEDTAX
*> accounts, the income-tax remainder to TAXES. Court-ordered
*> garnishments withheld from pay (Acct-Garnishments; blank on
*> exports written before it was carried) come out ahead of Extra and
*> post as their own GARNISH debit. Generations are cataloged under
*> the GLVOUCH family.
*> A run processed and paid from one company for an employee whom
*> WTM-ASSIGN-HISTORY.DAT places in another company as of the period
*> still posts to the paying company, and the salary it paid is
*> recharged between the two: the paying company's voucher carries
*> DUEFROM (debit) against ICRECOV (credit), the assigned company's
*> ICEXPNS (debit) against DUETO (credit), each line naming the other
*> company as counterparty. Both vouchers stay balanced on their own,
*> and WTM-GL-INTERCO-<period>.TXT shows per company pair that the
*> due-from posted equals the due-to - the pair nets to zero.
*> Tax-equalization settlements WTM-TAXEQ added to
*> WTM-TAXEQ-POSTINGS.DAT for the period post to the paying company's
*> voucher: a net company cost debits TAXEQ (expense) against
*> TAXEQPAY (equalization payable); a net reimbursement owed by the
*> employees reverses the two sides.
*> Deficit balances WTM-WRITEOFF wrote off in the period (from
*> WTM-WRITEOFFS.DAT) post to the employee's company: WRITEOFF (bad
*> debt expense) debited against DEFRECV (the deficit receivable)
*> credited.
*> Travel advances WTM-TRAVADV settled in the period (from
*> WTM-TRAVEL-ADVANCES.DAT) post their realized FX result to the
*> employee's company: a gain debits TRAVADV (the advance receivable)
*> against FXGAIN credited, a loss debits FXLOSS against TRAVADV.
*> Export and audit amounts for a foreign-currency run are in that
*> currency. The operator chooses whether the vouchers carry them as
*> booked or translated into dollars at the period's average or
*> closing rate from WTM-FX-PERIOD-RATES.DAT (derived at month end by
*> WTM-FX-PERIOD); a currency with no row for the period posts as
*> booked and the run ends with a warning. Whenever the period has
*> rates, WTM-GL-FXTRANS-<period>.TXT states each company's
*> foreign-currency salary and expenses as booked and at both rates.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-GLEXPORT.

    SELECT GL-Voucher-File ASSIGN TO WS-GL-Voucher-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GL-Voucher-Status.
    SELECT Assign-History-File ASSIGN TO "WTM-ASSIGN-HISTORY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Assign-History-Status.
    SELECT Interco-Report-File ASSIGN TO WS-Interco-Report-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Interco-Report-Status.
    SELECT Taxeq-Posting-File ASSIGN TO "WTM-TAXEQ-POSTINGS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Taxeq-Posting-Status.
    SELECT Writeoff-File ASSIGN TO "WTM-WRITEOFFS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Writeoff-Status.
    SELECT Travel-Advance-File ASSIGN TO "WTM-TRAVEL-ADVANCES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Travel-Advance-Status.
    SELECT Report-Catalog-File ASSIGN TO "WTM-REPORT-CATALOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Report-Catalog-Status.
    SELECT FX-Period-Rate-File ASSIGN TO "WTM-FX-PERIOD-RATES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FX-Period-Rate-Status.
    SELECT Fx-Trans-Report-File ASSIGN TO WS-Fx-Trans-Report-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Fx-Trans-Report-Status.

DATA DIVISION.
FILE SECTION.
    05 Vch-Side       PIC X.
    05 Vch-Amount     PIC 9(11)V99.
    05 Vch-Source     PIC X(8).
    05 Vch-Counterparty PIC X(3).

FD  Assign-History-File.
01 Assign-History-Record.
    05 Asg-Employee-ID PIC 9(6).
    05 Asg-From-Period PIC 9(6).
    05 Asg-Company     PIC X(3).
    05 Asg-Dept        PIC X(4).

FD  Interco-Report-File.
01 Interco-Report-Line PIC X(100).

FD  Taxeq-Posting-File.
    COPY "WTM-TAXEQ-POSTING-REC.cpy".

FD  Writeoff-File.
    COPY "WTM-WRITEOFF-REC.cpy".

FD  Travel-Advance-File.
    COPY "WTM-TRAVEL-ADVANCE-REC.cpy".

FD  Report-Catalog-File.
    COPY "WTM-REPORT-CATALOG-REC.cpy".

FD  FX-Period-Rate-File.
    COPY "WTM-FX-PERIOD-RATE-REC.cpy".

FD  Fx-Trans-Report-File.
01 Fx-Trans-Report-Line PIC X(132).

WORKING-STORAGE SECTION.
01 WS-Acct-Export-Status PIC XX.
01 WS-Audit-Log-Status PIC XX.
01 WS-GL-Map-Status PIC XX.
01 WS-GL-Voucher-Status PIC XX.
01 WS-Report-Catalog-Status PIC XX.
01 WS-Assign-History-Status PIC XX.
01 WS-Interco-Report-Status PIC XX.
01 WS-Taxeq-Posting-Status PIC XX.
01 WS-Writeoff-Status PIC XX.
01 WS-Travel-Advance-Status PIC XX.
01 WS-GL-Voucher-Name PIC X(40).
01 WS-Interco-Report-Name PIC X(40).
01 WS-File-EOF-Flag PIC X VALUE "Y".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Report-Period PIC 9(6).
*> The account map, matched by source tag.
01 WS-Map-Table.
    05 WS-Map-Entry OCCURS 30 TIMES.
       10 WS-Map-Tag     PIC X(8).
       10 WS-Map-Account PIC X(8).
       10 WS-Map-Side    PIC X.
01 WS-Map-Found-Account PIC X(8).
01 WS-Map-Found-Side PIC X.
01 WS-Map-Lookup-Tag PIC X(8).
*> Per-company sums for the period: the thirteen mapped sources.
01 WS-Comp-Sums-Table.
    05 WS-Gls-Entry OCCURS 10 TIMES.
       10 WS-Gls-Company PIC X(3).
       10 WS-Gls-Amount PIC S9(11)V99 OCCURS 13 TIMES.
       10 WS-Gls-Taxeq  PIC S9(11)V99.
       10 WS-Gls-Writeoff PIC S9(11)V99.
       10 WS-Gls-Fx-Result PIC S9(11)V99.
01 WS-Comp-Count PIC 9(2) VALUE 0.
01 WS-Gls-Idx PIC 9(2).
01 WS-Gls-Slot PIC 9(2).
    05 FILLER PIC X(8) VALUE 'SALARY'.
    05 FILLER PIC X(8) VALUE 'FEE'.
    05 FILLER PIC X(8) VALUE 'SPREAD'.
    05 FILLER PIC X(8) VALUE 'SSTAX'.
    05 FILLER PIC X(8) VALUE 'MEDTAX'.
    05 FILLER PIC X(8) VALUE 'GARNISH'.
01 WS-Source-Tags REDEFINES WS-Source-Tags-Values.
    05 WS-Source-Tag PIC X(8) OCCURS 13 TIMES.
*> Effective-dated company assignments, as wheresTheMoney resolves
*> them for the history stamp.
01 WS-Assign-Table.
    05 WS-Asg-Entry OCCURS 300 TIMES.
       10 WS-Asg-ID      PIC 9(6).
       10 WS-Asg-From    PIC 9(6).
       10 WS-Asg-Company PIC X(3).
       10 WS-Asg-Dept    PIC X(4).
01 WS-Assign-Count PIC 9(3) VALUE 0.
01 WS-Asg-Idx PIC 9(3).
01 WS-Asg-Best-From PIC 9(6).
01 WS-Asg-Lookup-ID PIC 9(6).
01 WS-Asg-Lookup-Period PIC 9(6).
01 WS-Asg-Found-Flag PIC X.
    88 Assignment-Found VALUE "Y" FALSE "N".
01 WS-Asg-Res-Company PIC X(3).
01 WS-Asg-Res-Dept PIC X(4).
*> Cross-company recharges per pair: the company that paid, the
*> company the employee is assigned to, the salary recharged, and
*> the due-from and due-to amounts as actually posted.
01 WS-Ic-Table.
    05 WS-Ic-Entry OCCURS 50 TIMES.
       10 WS-Ic-Payer       PIC X(3).
       10 WS-Ic-Owner       PIC X(3).
       10 WS-Ic-Runs        PIC 9(5).
       10 WS-Ic-Amount      PIC S9(11)V99.
       10 WS-Ic-Due-From    PIC S9(11)V99.
       10 WS-Ic-Due-To      PIC S9(11)V99.
01 WS-Ic-Count PIC 9(2) VALUE 0.
01 WS-Ic-Idx PIC 9(2).
01 WS-Ic-Slot PIC 9(2).
01 WS-Ic-Net PIC S9(11)V99.
01 WS-Ic-Out-Of-Balance PIC 9(2) VALUE 0.
01 WS-Ic-Company PIC X(3).
01 WS-Ic-Money-Disp PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-Taxeq-Amount PIC S9(11)V99.
01 WS-Taxeq-Rows PIC 9(5) VALUE 0.
01 WS-Writeoff-Amount PIC S9(11)V99.
01 WS-Writeoff-Rows PIC 9(5) VALUE 0.
01 WS-Fx-Result-Amount PIC S9(11)V99.
01 WS-Advance-Rows PIC 9(5) VALUE 0.
01 WS-Debit-Total PIC S9(12)V99.
01 WS-Credit-Total PIC S9(12)V99.
01 WS-Round-Diff PIC S9(12)V99.
01 WS-Test-Numval PIC S9(6).
01 WS-Input-Valid PIC X VALUE "N".
    88 Input-Valid VALUE "Y".
01 WS-FX-Period-Rate-Status PIC XX.
01 WS-Fx-Trans-Report-Status PIC XX.
01 WS-Fx-Trans-Report-Name PIC X(40).
*> The basis foreign-currency amounts post at: B as booked, A or C
*> translated at the period's average or closing rate.
01 WS-Rate-Basis PIC X VALUE "B".
    88 Basis-Booked  VALUE "B".
    88 Basis-Average VALUE "A".
    88 Basis-Closing VALUE "C".
01 WS-Period-Rate-Table.
    05 WS-Prt-Entry OCCURS 50 TIMES.
       10 WS-Prt-Code    PIC X(3).
       10 WS-Prt-Average PIC 9(5)V9999.
       10 WS-Prt-Closing PIC 9(5)V9999.
01 WS-Prt-Count PIC 9(2) VALUE 0.
01 WS-Prt-Idx PIC 9(2).
01 WS-Prt-Slot PIC 9(2).
01 WS-Trans-Code PIC X(3).
01 WS-Trans-Rate PIC 9(5)V9999.
01 WS-Untranslated-Rows PIC 9(5) VALUE 0.
*> Foreign-currency salary and expenses per company and currency,
*> as booked, for the translation report.
01 WS-Fxt-Table.
    05 WS-Fxt-Entry OCCURS 100 TIMES.
       10 WS-Fxt-Company  PIC X(3).
       10 WS-Fxt-Code     PIC X(3).
       10 WS-Fxt-Rows     PIC 9(5).
       10 WS-Fxt-Salary   PIC S9(11)V99.
       10 WS-Fxt-Expenses PIC S9(11)V99.
01 WS-Fxt-Count PIC 9(3) VALUE 0.
01 WS-Fxt-Idx PIC 9(3).
01 WS-Fxt-Slot PIC 9(3).
01 WS-Fxt-Amount PIC S9(11)V99.
01 WS-Fxt-Label PIC X(8).
01 WS-Fxt-Rate-Disp PIC ZZZZ9.9999.
01 WS-Fxt-Money-Disp PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
        MOVE "Y" TO WS-Input-Valid
    END-IF
END-PERFORM.
PERFORM LOAD-PERIOD-RATES-SECT.
PERFORM ACCEPT-RATE-BASIS-SECT.
PERFORM LOAD-ASSIGN-HISTORY-SECT.
PERFORM SUM-EXPORTS-SECT.
PERFORM SUM-AUDIT-REVENUE-SECT.
PERFORM SUM-TAXEQ-POSTINGS-SECT.
PERFORM SUM-WRITEOFFS-SECT.
PERFORM SUM-TRAVEL-ADVANCES-SECT.
PERFORM ADD-IC-COMPANIES-SECT.
IF WS-Comp-Count = 0 THEN
    DISPLAY 'No export records found for period ', WS-Report-Period, ' - nothing to post.'
    GOBACK
END-IF.
PERFORM WRITE-VOUCHERS-SECT.
IF WS-Ic-Count > 0 THEN
    PERFORM WRITE-IC-BALANCE-SECT
END-IF.
IF (WS-Fxt-Count > 0) AND (WS-Prt-Count > 0) THEN
    PERFORM WRITE-FX-TRANSLATION-SECT
END-IF.
IF WS-Untranslated-Rows > 0 THEN
    DISPLAY 'GLEXPORT WARNING: ', WS-Untranslated-Rows, ' foreign-currency row(s) had no period rate and posted as booked.'
    IF RETURN-CODE < 4 THEN
        MOVE 4 TO RETURN-CODE
    END-IF
END-IF.
GOBACK.

LOAD-PERIOD-RATES-SECT.
MOVE 0 TO WS-Prt-Count.
SET File-EOF TO FALSE.
OPEN INPUT FX-Period-Rate-File.
IF WS-FX-Period-Rate-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ FX-Period-Rate-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (Fxp-Period = WS-Report-Period) AND (Fxp-Average-Rate > 0) AND (Fxp-Closing-Rate > 0)
                AND (WS-Prt-Count < 50) THEN
                ADD 1 TO WS-Prt-Count
                MOVE Fxp-Curr-Code TO WS-Prt-Code(WS-Prt-Count)
                MOVE Fxp-Average-Rate TO WS-Prt-Average(WS-Prt-Count)
                MOVE Fxp-Closing-Rate TO WS-Prt-Closing(WS-Prt-Count)
            END-IF
    END-READ
END-PERFORM.
CLOSE FX-Period-Rate-File.

ACCEPT-RATE-BASIS-SECT.
*> Without period rates there is nothing to translate at, so the
*> vouchers post as booked without asking.
MOVE "B" TO WS-Rate-Basis.
IF WS-Prt-Count = 0 THEN
    DISPLAY 'No period FX rates for ', WS-Report-Period, ' on WTM-FX-PERIOD-RATES.DAT - foreign-currency amounts post as booked.'
    EXIT PARAGRAPH
END-IF.
DISPLAY 'Post foreign-currency amounts - B as booked, A translated at the period average rate, C at the closing rate (B):'.
ACCEPT WS-Rate-Basis.
MOVE FUNCTION UPPER-CASE(WS-Rate-Basis) TO WS-Rate-Basis.
EVALUATE TRUE
    WHEN Basis-Average
        DISPLAY 'Foreign-currency amounts will be translated at the ', WS-Report-Period, ' average rates.'
    WHEN Basis-Closing
        DISPLAY 'Foreign-currency amounts will be translated at the ', WS-Report-Period, ' closing rates.'
    WHEN OTHER
        MOVE "B" TO WS-Rate-Basis
END-EVALUATE.

FIND-PERIOD-RATE-SECT.
*> WS-Prt-Slot is the period row for WS-Trans-Code and WS-Trans-Rate
*> its rate on the chosen basis, both zero when the period has none.
MOVE 0 TO WS-Prt-Slot.
MOVE 0 TO WS-Trans-Rate.
PERFORM VARYING WS-Prt-Idx FROM 1 BY 1 UNTIL WS-Prt-Idx > WS-Prt-Count
    IF WS-Prt-Code(WS-Prt-Idx) = WS-Trans-Code THEN
        MOVE WS-Prt-Idx TO WS-Prt-Slot
    END-IF
END-PERFORM.
IF WS-Prt-Slot > 0 THEN
    IF Basis-Closing THEN
        MOVE WS-Prt-Closing(WS-Prt-Slot) TO WS-Trans-Rate
    ELSE
        MOVE WS-Prt-Average(WS-Prt-Slot) TO WS-Trans-Rate
    END-IF
END-IF.

NOTE-FX-TRANSLATION-SECT.
*> The export row as booked, before any translation, into its
*> company and currency line of the translation report.
MOVE 0 TO WS-Fxt-Slot.
PERFORM VARYING WS-Fxt-Idx FROM 1 BY 1 UNTIL WS-Fxt-Idx > WS-Fxt-Count
    IF (WS-Fxt-Company(WS-Fxt-Idx) = Acct-Company-Code) AND (WS-Fxt-Code(WS-Fxt-Idx) = Acct-Curr-Code) THEN
        MOVE WS-Fxt-Idx TO WS-Fxt-Slot
    END-IF
END-PERFORM.
IF (WS-Fxt-Slot = 0) AND (WS-Fxt-Count < 100) THEN
    ADD 1 TO WS-Fxt-Count
    MOVE WS-Fxt-Count TO WS-Fxt-Slot
    MOVE Acct-Company-Code TO WS-Fxt-Company(WS-Fxt-Slot)
    MOVE Acct-Curr-Code TO WS-Fxt-Code(WS-Fxt-Slot)
    MOVE 0 TO WS-Fxt-Rows(WS-Fxt-Slot)
    MOVE 0 TO WS-Fxt-Salary(WS-Fxt-Slot)
    MOVE 0 TO WS-Fxt-Expenses(WS-Fxt-Slot)
END-IF.
IF WS-Fxt-Slot > 0 THEN
    ADD 1 TO WS-Fxt-Rows(WS-Fxt-Slot)
    ADD Acct-Salary TO WS-Fxt-Salary(WS-Fxt-Slot)
    COMPUTE WS-Fxt-Expenses(WS-Fxt-Slot) = WS-Fxt-Expenses(WS-Fxt-Slot) + Acct-Rent + Acct-Bills + Acct-Food
        + Acct-Travel + Acct-Taxes + Acct-Insurance + Acct-Extra
    IF Acct-Garnishments IS NUMERIC THEN
        ADD Acct-Garnishments TO WS-Fxt-Expenses(WS-Fxt-Slot)
    END-IF
END-IF.

TRANSLATE-EXPORT-ROW-SECT.
*> Rates are units of the currency per dollar, so the dollar amount
*> is the booked amount divided by the period rate.
MOVE Acct-Curr-Code TO WS-Trans-Code.
PERFORM FIND-PERIOD-RATE-SECT.
IF WS-Trans-Rate = 0 THEN
    ADD 1 TO WS-Untranslated-Rows
    EXIT PARAGRAPH
END-IF.
COMPUTE Acct-Salary ROUNDED = Acct-Salary / WS-Trans-Rate.
COMPUTE Acct-Rent ROUNDED = Acct-Rent / WS-Trans-Rate.
COMPUTE Acct-Bills ROUNDED = Acct-Bills / WS-Trans-Rate.
COMPUTE Acct-Food ROUNDED = Acct-Food / WS-Trans-Rate.
COMPUTE Acct-Travel ROUNDED = Acct-Travel / WS-Trans-Rate.
COMPUTE Acct-Taxes ROUNDED = Acct-Taxes / WS-Trans-Rate.
COMPUTE Acct-Insurance ROUNDED = Acct-Insurance / WS-Trans-Rate.
COMPUTE Acct-Extra ROUNDED = Acct-Extra / WS-Trans-Rate.
IF Acct-SS-Tax IS NUMERIC THEN
    COMPUTE Acct-SS-Tax ROUNDED = Acct-SS-Tax / WS-Trans-Rate
END-IF.
IF Acct-Medicare-Tax IS NUMERIC THEN
    COMPUTE Acct-Medicare-Tax ROUNDED = Acct-Medicare-Tax / WS-Trans-Rate
END-IF.
IF Acct-Garnishments IS NUMERIC THEN
    COMPUTE Acct-Garnishments ROUNDED = Acct-Garnishments / WS-Trans-Rate
END-IF.

LOAD-GL-MAP-SECT.
MOVE 0 TO WS-Map-Count.
OPEN INPUT GL-Map-File.
        READ GL-Map-File
            AT END EXIT PERFORM
            NOT AT END
                IF WS-Map-Count < 30 THEN
                    ADD 1 TO WS-Map-Count
                    MOVE Map-Source-Tag TO WS-Map-Tag(WS-Map-Count)
                    MOVE Map-GL-Account TO WS-Map-Account(WS-Map-Count)
    ADD 1 TO WS-Comp-Count
    MOVE WS-Comp-Count TO WS-Gls-Slot
    MOVE Acct-Company-Code TO WS-Gls-Company(WS-Gls-Slot)
    PERFORM VARYING WS-Src-Idx FROM 1 BY 1 UNTIL WS-Src-Idx > 13
        MOVE 0 TO WS-Gls-Amount(WS-Gls-Slot, WS-Src-Idx)
    END-PERFORM
    MOVE 0 TO WS-Gls-Taxeq(WS-Gls-Slot)
    MOVE 0 TO WS-Gls-Writeoff(WS-Gls-Slot)
    MOVE 0 TO WS-Gls-Fx-Result(WS-Gls-Slot)
END-IF.

SUM-EXPORTS-SECT.
SET File-EOF TO FALSE.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-ACCOUNTING-EXPORT.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Acct-Export-File.
IF WS-Acct-Export-Status NOT = "00" THEN
    DISPLAY 'GLEXPORT: could not open WTM-ACCOUNTING-EXPORT.DAT, file status ', WS-Acct-Export-Status
        NOT AT END
            IF (NOT Acct-Superseded) AND (NOT Acct-Ack-Held)
                AND (Acct-Export-Date IS NUMERIC)
                AND (Acct-Export-Date(1:6) = WS-Report-Period) THEN
                IF (Acct-Curr-Code NOT = "Dol") AND (Acct-Curr-Code NOT = SPACES) THEN
                    PERFORM NOTE-FX-TRANSLATION-SECT
                    IF NOT Basis-Booked THEN
                        PERFORM TRANSLATE-EXPORT-ROW-SECT
                    END-IF
                END-IF
                PERFORM FIND-COMPANY-SLOT-SECT
                IF WS-Gls-Slot > 0 THEN
                    ADD Acct-Rent TO WS-Gls-Amount(WS-Gls-Slot, 1)
                    ADD Acct-Insurance TO WS-Gls-Amount(WS-Gls-Slot, 6)
                    ADD Acct-Extra TO WS-Gls-Amount(WS-Gls-Slot, 7)
                    ADD Acct-Salary TO WS-Gls-Amount(WS-Gls-Slot, 8)
                    IF Acct-SS-Tax IS NUMERIC THEN
                        ADD Acct-SS-Tax TO WS-Gls-Amount(WS-Gls-Slot, 11)
                        SUBTRACT Acct-SS-Tax FROM WS-Gls-Amount(WS-Gls-Slot, 5)
                    END-IF
                    IF Acct-Medicare-Tax IS NUMERIC THEN
                        ADD Acct-Medicare-Tax TO WS-Gls-Amount(WS-Gls-Slot, 12)
                        SUBTRACT Acct-Medicare-Tax FROM WS-Gls-Amount(WS-Gls-Slot, 5)
                    END-IF
                    IF Acct-Garnishments IS NUMERIC THEN
                        ADD Acct-Garnishments TO WS-Gls-Amount(WS-Gls-Slot, 13)
                    END-IF
                    PERFORM CHECK-CROSS-COMPANY-SECT
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Acct-Export-File.

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

RESOLVE-ASSIGNMENT-SECT.
*> Company/department as of WS-Asg-Lookup-Period for
*> WS-Asg-Lookup-ID; Assignment-Found false when the employee has no
*> effective-dated rows.
MOVE "N" TO WS-Asg-Found-Flag.
MOVE 0 TO WS-Asg-Best-From.
PERFORM VARYING WS-Asg-Idx FROM 1 BY 1 UNTIL WS-Asg-Idx > WS-Assign-Count
    IF (WS-Asg-ID(WS-Asg-Idx) = WS-Asg-Lookup-ID)
        AND (WS-Asg-From(WS-Asg-Idx) <= WS-Asg-Lookup-Period)
        AND (WS-Asg-From(WS-Asg-Idx) >= WS-Asg-Best-From) THEN
        SET Assignment-Found TO TRUE
        MOVE WS-Asg-From(WS-Asg-Idx) TO WS-Asg-Best-From
        MOVE WS-Asg-Company(WS-Asg-Idx) TO WS-Asg-Res-Company
        MOVE WS-Asg-Dept(WS-Asg-Idx) TO WS-Asg-Res-Dept
    END-IF
END-PERFORM.

CHECK-CROSS-COMPANY-SECT.
*> The export row carries the company the run was processed and paid
*> from; an assignment elsewhere as of the period makes it a
*> cross-company run, and its salary is recharged to that company.
MOVE Acct-Employee-ID TO WS-Asg-Lookup-ID.
MOVE WS-Report-Period TO WS-Asg-Lookup-Period.
PERFORM RESOLVE-ASSIGNMENT-SECT.
IF NOT Assignment-Found THEN
    EXIT PARAGRAPH
END-IF.
IF (WS-Asg-Res-Company = Acct-Company-Code) OR (WS-Asg-Res-Company = SPACES) THEN
    EXIT PARAGRAPH
END-IF.
MOVE 0 TO WS-Ic-Slot.
PERFORM VARYING WS-Ic-Idx FROM 1 BY 1 UNTIL WS-Ic-Idx > WS-Ic-Count
    IF (WS-Ic-Payer(WS-Ic-Idx) = Acct-Company-Code) AND (WS-Ic-Owner(WS-Ic-Idx) = WS-Asg-Res-Company) THEN
        MOVE WS-Ic-Idx TO WS-Ic-Slot
    END-IF
END-PERFORM.
IF (WS-Ic-Slot = 0) AND (WS-Ic-Count < 50) THEN
    ADD 1 TO WS-Ic-Count
    MOVE WS-Ic-Count TO WS-Ic-Slot
    MOVE Acct-Company-Code TO WS-Ic-Payer(WS-Ic-Slot)
    MOVE WS-Asg-Res-Company TO WS-Ic-Owner(WS-Ic-Slot)
    MOVE 0 TO WS-Ic-Runs(WS-Ic-Slot)
    MOVE 0 TO WS-Ic-Amount(WS-Ic-Slot)
    MOVE 0 TO WS-Ic-Due-From(WS-Ic-Slot)
    MOVE 0 TO WS-Ic-Due-To(WS-Ic-Slot)
END-IF.
IF WS-Ic-Slot = 0 THEN
    DISPLAY 'GLEXPORT: more than 50 intercompany pairs - employee ', Acct-Employee-ID, ' is not recharged.'
    MOVE 8 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
ADD 1 TO WS-Ic-Runs(WS-Ic-Slot).
ADD Acct-Salary TO WS-Ic-Amount(WS-Ic-Slot).

ADD-IC-COMPANIES-SECT.
*> An assigned company with no runs of its own still needs a voucher
*> to carry its side of the recharge.
PERFORM VARYING WS-Ic-Idx FROM 1 BY 1 UNTIL WS-Ic-Idx > WS-Ic-Count
    MOVE WS-Ic-Owner(WS-Ic-Idx) TO Acct-Company-Code
    PERFORM FIND-COMPANY-SLOT-SECT
END-PERFORM.

SUM-AUDIT-REVENUE-SECT.
*> Fee and spread amounts from the period's international
*> conversions, accumulated into the conversion's company slot.
SET File-EOF TO FALSE.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-AUDIT-LOG.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Audit-Log-File.
IF WS-Audit-Log-Status NOT = "00" THEN
    EXIT PARAGRAPH
                MOVE Audit-Company-Code TO Acct-Company-Code
                PERFORM FIND-COMPANY-SLOT-SECT
                IF WS-Gls-Slot > 0 THEN
                    PERFORM ADD-AUDIT-REVENUE-SECT
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Audit-Log-File.

ADD-AUDIT-REVENUE-SECT.
*> Fee and spread are in the conversion's income currency; on a
*> translated basis they post in dollars at the period rate.
MOVE Audit-FX-Fee TO WS-Fxt-Amount.
COMPUTE WS-Spread-Amount = Audit-Gross-Salary - Audit-Salary - Audit-FX-Fee.
IF NOT Basis-Booked THEN
    IF Audit-Inc-Curr-Code NOT = SPACES THEN
        MOVE Audit-Inc-Curr-Code TO WS-Trans-Code
    ELSE
        MOVE Audit-Curr-Code TO WS-Trans-Code
    END-IF
    IF (WS-Trans-Code NOT = "Dol") AND (WS-Trans-Code NOT = SPACES) THEN
        PERFORM FIND-PERIOD-RATE-SECT
        IF WS-Trans-Rate = 0 THEN
            ADD 1 TO WS-Untranslated-Rows
        ELSE
            COMPUTE WS-Fxt-Amount ROUNDED = WS-Fxt-Amount / WS-Trans-Rate
            COMPUTE WS-Spread-Amount ROUNDED = WS-Spread-Amount / WS-Trans-Rate
        END-IF
    END-IF
END-IF.
ADD WS-Fxt-Amount TO WS-Gls-Amount(WS-Gls-Slot, 9).
IF WS-Spread-Amount > 0 THEN
    ADD WS-Spread-Amount TO WS-Gls-Amount(WS-Gls-Slot, 10)
END-IF.

SUM-TAXEQ-POSTINGS-SECT.
*> Equalization settlements carried for this period, netted into the
*> paying company's slot.
SET File-EOF TO FALSE.
OPEN INPUT Taxeq-Posting-File.
IF WS-Taxeq-Posting-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Taxeq-Posting-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (Teq-Post-Period = WS-Report-Period) AND (Teq-Amount IS NUMERIC) THEN
                MOVE Teq-Company TO Acct-Company-Code
                PERFORM FIND-COMPANY-SLOT-SECT
                IF WS-Gls-Slot > 0 THEN
                    ADD Teq-Amount TO WS-Gls-Taxeq(WS-Gls-Slot)
                    ADD 1 TO WS-Taxeq-Rows
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Taxeq-Posting-File.
IF WS-Taxeq-Rows > 0 THEN
    DISPLAY WS-Taxeq-Rows, ' tax-equalization settlement(s) carried for period ', WS-Report-Period, '.'
END-IF.

SUM-WRITEOFFS-SECT.
*> Deficit write-offs posted in this period, per company.
SET File-EOF TO FALSE.
OPEN INPUT Writeoff-File.
IF WS-Writeoff-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Writeoff-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (Wof-Post-Period = WS-Report-Period) AND (Wof-Amount IS NUMERIC) THEN
                MOVE Wof-Company TO Acct-Company-Code
                PERFORM FIND-COMPANY-SLOT-SECT
                IF WS-Gls-Slot > 0 THEN
                    ADD Wof-Amount TO WS-Gls-Writeoff(WS-Gls-Slot)
                    ADD 1 TO WS-Writeoff-Rows
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Writeoff-File.
IF WS-Writeoff-Rows > 0 THEN
    DISPLAY WS-Writeoff-Rows, ' deficit write-off(s) carried for period ', WS-Report-Period, '.'
END-IF.

SUM-TRAVEL-ADVANCES-SECT.
*> Realized FX gains and losses on travel advances settled in this
*> period, per company.
SET File-EOF TO FALSE.
OPEN INPUT Travel-Advance-File.
IF WS-Travel-Advance-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Travel-Advance-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Tad-Settled AND (Tad-Settle-Date(1:6) = WS-Report-Period) AND (Tad-Gain-Loss IS NUMERIC) THEN
                MOVE Tad-Company TO Acct-Company-Code
                PERFORM FIND-COMPANY-SLOT-SECT
                IF WS-Gls-Slot > 0 THEN
                    ADD Tad-Gain-Loss TO WS-Gls-Fx-Result(WS-Gls-Slot)
                    ADD 1 TO WS-Advance-Rows
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Travel-Advance-File.
IF WS-Advance-Rows > 0 THEN
    DISPLAY WS-Advance-Rows, ' travel advance settlement(s) carried for period ', WS-Report-Period, '.'
END-IF.

WRITE-VOUCHERS-SECT.
MOVE SPACES TO WS-GL-Voucher-Name.
STRING 'WTM-GL-VOUCHERS-' DELIMITED BY SIZE
END-IF.
IF WS-Report-Catalog-Status = "00" THEN
    WRITE Report-Catalog-Record
    SET Rjn-After-Image TO TRUE
    MOVE 'WTM-REPORT-CATALOG.DAT' TO WS-Rjn-File-Name
    MOVE Report-Catalog-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    CLOSE Report-Catalog-File
END-IF.

WRITE-ONE-VOUCHER-SECT.
MOVE 0 TO WS-Debit-Total.
MOVE 0 TO WS-Credit-Total.
PERFORM VARYING WS-Src-Idx FROM 1 BY 1 UNTIL WS-Src-Idx > 13
    IF WS-Gls-Amount(WS-Gls-Idx, WS-Src-Idx) NOT = 0 THEN
        MOVE WS-Source-Tag(WS-Src-Idx) TO WS-Map-Lookup-Tag
        PERFORM FIND-MAP-SECT
        MOVE WS-Map-Found-Side TO Vch-Side
        MOVE WS-Gls-Amount(WS-Gls-Idx, WS-Src-Idx) TO Vch-Amount
        MOVE WS-Source-Tag(WS-Src-Idx) TO Vch-Source
        MOVE SPACES TO Vch-Counterparty
        WRITE GL-Voucher-Record
        ADD 1 TO WS-Voucher-Lines
        IF WS-Map-Found-Side = "C" THEN
        END-IF
    END-IF
END-PERFORM.
PERFORM VARYING WS-Ic-Idx FROM 1 BY 1 UNTIL WS-Ic-Idx > WS-Ic-Count
    IF (WS-Ic-Payer(WS-Ic-Idx) = WS-Gls-Company(WS-Gls-Idx)) AND (WS-Ic-Amount(WS-Ic-Idx) NOT = 0) THEN
        MOVE WS-Ic-Owner(WS-Ic-Idx) TO WS-Ic-Company
        MOVE 'DUEFROM' TO WS-Map-Lookup-Tag
        MOVE "D" TO Vch-Side
        PERFORM WRITE-IC-LINE-SECT
        MOVE 'ICRECOV' TO WS-Map-Lookup-Tag
        MOVE "C" TO Vch-Side
        PERFORM WRITE-IC-LINE-SECT
        ADD WS-Ic-Amount(WS-Ic-Idx) TO WS-Ic-Due-From(WS-Ic-Idx)
    END-IF
    IF (WS-Ic-Owner(WS-Ic-Idx) = WS-Gls-Company(WS-Gls-Idx)) AND (WS-Ic-Amount(WS-Ic-Idx) NOT = 0) THEN
        MOVE WS-Ic-Payer(WS-Ic-Idx) TO WS-Ic-Company
        MOVE 'ICEXPNS' TO WS-Map-Lookup-Tag
        MOVE "D" TO Vch-Side
        PERFORM WRITE-IC-LINE-SECT
        MOVE 'DUETO' TO WS-Map-Lookup-Tag
        MOVE "C" TO Vch-Side
        PERFORM WRITE-IC-LINE-SECT
        ADD WS-Ic-Amount(WS-Ic-Idx) TO WS-Ic-Due-To(WS-Ic-Idx)
    END-IF
END-PERFORM.
IF WS-Gls-Taxeq(WS-Gls-Idx) > 0 THEN
    MOVE WS-Gls-Taxeq(WS-Gls-Idx) TO WS-Taxeq-Amount
    MOVE 'TAXEQ' TO WS-Map-Lookup-Tag
    MOVE "D" TO Vch-Side
    PERFORM WRITE-TAXEQ-LINE-SECT
    MOVE 'TAXEQPAY' TO WS-Map-Lookup-Tag
    MOVE "C" TO Vch-Side
    PERFORM WRITE-TAXEQ-LINE-SECT
END-IF.
IF WS-Gls-Taxeq(WS-Gls-Idx) < 0 THEN
    COMPUTE WS-Taxeq-Amount = 0 - WS-Gls-Taxeq(WS-Gls-Idx)
    MOVE 'TAXEQ' TO WS-Map-Lookup-Tag
    MOVE "C" TO Vch-Side
    PERFORM WRITE-TAXEQ-LINE-SECT
    MOVE 'TAXEQPAY' TO WS-Map-Lookup-Tag
    MOVE "D" TO Vch-Side
    PERFORM WRITE-TAXEQ-LINE-SECT
END-IF.
IF WS-Gls-Writeoff(WS-Gls-Idx) NOT = 0 THEN
    MOVE WS-Gls-Writeoff(WS-Gls-Idx) TO WS-Writeoff-Amount
    MOVE 'WRITEOFF' TO WS-Map-Lookup-Tag
    MOVE "D" TO Vch-Side
    PERFORM WRITE-WRITEOFF-LINE-SECT
    MOVE 'DEFRECV' TO WS-Map-Lookup-Tag
    MOVE "C" TO Vch-Side
    PERFORM WRITE-WRITEOFF-LINE-SECT
END-IF.
IF WS-Gls-Fx-Result(WS-Gls-Idx) > 0 THEN
    MOVE WS-Gls-Fx-Result(WS-Gls-Idx) TO WS-Fx-Result-Amount
    MOVE 'TRAVADV' TO WS-Map-Lookup-Tag
    MOVE "D" TO Vch-Side
    PERFORM WRITE-FX-RESULT-LINE-SECT
    MOVE 'FXGAIN' TO WS-Map-Lookup-Tag
    MOVE "C" TO Vch-Side
    PERFORM WRITE-FX-RESULT-LINE-SECT
END-IF.
IF WS-Gls-Fx-Result(WS-Gls-Idx) < 0 THEN
    COMPUTE WS-Fx-Result-Amount = 0 - WS-Gls-Fx-Result(WS-Gls-Idx)
    MOVE 'FXLOSS' TO WS-Map-Lookup-Tag
    MOVE "D" TO Vch-Side
    PERFORM WRITE-FX-RESULT-LINE-SECT
    MOVE 'TRAVADV' TO WS-Map-Lookup-Tag
    MOVE "C" TO Vch-Side
    PERFORM WRITE-FX-RESULT-LINE-SECT
END-IF.
*> The rounding-difference line: whatever keeps debits equal to
*> credits, so the voucher nets to exactly zero.
COMPUTE WS-Round-Diff = WS-Credit-Total - WS-Debit-Total.
        COMPUTE Vch-Amount = 0 - WS-Round-Diff
    END-IF
    MOVE 'ROUND' TO Vch-Source
    MOVE SPACES TO Vch-Counterparty
    WRITE GL-Voucher-Record
    ADD 1 TO WS-Voucher-Lines
END-IF.
DISPLAY 'Company ', WS-Gls-Company(WS-Gls-Idx), ': debits ', WS-Debit-Total,
    '  credits ', WS-Credit-Total, '  rounding line ', WS-Round-Diff, ' - voucher nets to zero.'.

WRITE-IC-LINE-SECT.
*> One recharge line for pair WS-Ic-Idx: the account comes from the
*> map, the side is fixed (Vch-Side, set by the caller) so the two
*> lines of each side always offset, and the counterparty is the
*> other company of the pair.
PERFORM FIND-MAP-SECT.
MOVE WS-Report-Period TO Vch-Period.
MOVE WS-Gls-Company(WS-Gls-Idx) TO Vch-Company.
MOVE WS-Map-Found-Account TO Vch-GL-Account.
MOVE WS-Ic-Amount(WS-Ic-Idx) TO Vch-Amount.
MOVE WS-Map-Lookup-Tag TO Vch-Source.
MOVE WS-Ic-Company TO Vch-Counterparty.
WRITE GL-Voucher-Record.
ADD 1 TO WS-Voucher-Lines.
IF Vch-Side = "C" THEN
    ADD WS-Ic-Amount(WS-Ic-Idx) TO WS-Credit-Total
ELSE
    ADD WS-Ic-Amount(WS-Ic-Idx) TO WS-Debit-Total
END-IF.

WRITE-TAXEQ-LINE-SECT.
*> One equalization line of WS-Taxeq-Amount; as with the recharge
*> lines the side is set by the caller, so the expense and payable
*> lines always offset.
PERFORM FIND-MAP-SECT.
MOVE WS-Report-Period TO Vch-Period.
MOVE WS-Gls-Company(WS-Gls-Idx) TO Vch-Company.
MOVE WS-Map-Found-Account TO Vch-GL-Account.
MOVE WS-Taxeq-Amount TO Vch-Amount.
MOVE WS-Map-Lookup-Tag TO Vch-Source.
MOVE SPACES TO Vch-Counterparty.
WRITE GL-Voucher-Record.
ADD 1 TO WS-Voucher-Lines.
IF Vch-Side = "C" THEN
    ADD WS-Taxeq-Amount TO WS-Credit-Total
ELSE
    ADD WS-Taxeq-Amount TO WS-Debit-Total
END-IF.

WRITE-WRITEOFF-LINE-SECT.
*> One write-off line of WS-Writeoff-Amount, the side set by the
*> caller so the expense and receivable lines always offset.
PERFORM FIND-MAP-SECT.
MOVE WS-Report-Period TO Vch-Period.
MOVE WS-Gls-Company(WS-Gls-Idx) TO Vch-Company.
MOVE WS-Map-Found-Account TO Vch-GL-Account.
MOVE WS-Writeoff-Amount TO Vch-Amount.
MOVE WS-Map-Lookup-Tag TO Vch-Source.
MOVE SPACES TO Vch-Counterparty.
WRITE GL-Voucher-Record.
ADD 1 TO WS-Voucher-Lines.
IF Vch-Side = "C" THEN
    ADD WS-Writeoff-Amount TO WS-Credit-Total
ELSE
    ADD WS-Writeoff-Amount TO WS-Debit-Total
END-IF.

WRITE-FX-RESULT-LINE-SECT.
*> One travel-advance FX line of WS-Fx-Result-Amount, the side set by
*> the caller so the gain or loss and the receivable always offset.
PERFORM FIND-MAP-SECT.
MOVE WS-Report-Period TO Vch-Period.
MOVE WS-Gls-Company(WS-Gls-Idx) TO Vch-Company.
MOVE WS-Map-Found-Account TO Vch-GL-Account.
MOVE WS-Fx-Result-Amount TO Vch-Amount.
MOVE WS-Map-Lookup-Tag TO Vch-Source.
MOVE SPACES TO Vch-Counterparty.
WRITE GL-Voucher-Record.
ADD 1 TO WS-Voucher-Lines.
IF Vch-Side = "C" THEN
    ADD WS-Fx-Result-Amount TO WS-Credit-Total
ELSE
    ADD WS-Fx-Result-Amount TO WS-Debit-Total
END-IF.

WRITE-IC-BALANCE-SECT.
*> Per company pair: the due-from the paying company posted against
*> the due-to the assigned company posted. They must net to zero.
MOVE SPACES TO WS-Interco-Report-Name.
STRING 'WTM-GL-INTERCO-' DELIMITED BY SIZE
    WS-Report-Period DELIMITED BY SIZE
    '.TXT' DELIMITED BY SIZE
    INTO WS-Interco-Report-Name.
OPEN OUTPUT Interco-Report-File.
IF WS-Interco-Report-Status NOT = "00" THEN
    DISPLAY 'GLEXPORT: could not create ', FUNCTION TRIM(WS-Interco-Report-Name), ', file status ', WS-Interco-Report-Status
    MOVE 8 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
MOVE SPACES TO Interco-Report-Line.
STRING 'WTM INTERCOMPANY BALANCE - period ' DELIMITED BY SIZE
    WS-Report-Period DELIMITED BY SIZE
    INTO Interco-Report-Line.
PERFORM WRITE-IC-REPORT-LINE-SECT.
MOVE 'PAID BY  FOR  RUNS   DUE-FROM (PAYER)    DUE-TO (ASSIGNED)   NET                 STATUS' TO Interco-Report-Line.
PERFORM WRITE-IC-REPORT-LINE-SECT.
PERFORM VARYING WS-Ic-Idx FROM 1 BY 1 UNTIL WS-Ic-Idx > WS-Ic-Count
    COMPUTE WS-Ic-Net = WS-Ic-Due-From(WS-Ic-Idx) - WS-Ic-Due-To(WS-Ic-Idx)
    MOVE SPACES TO Interco-Report-Line
    MOVE WS-Ic-Payer(WS-Ic-Idx) TO Interco-Report-Line(1:3)
    MOVE WS-Ic-Owner(WS-Ic-Idx) TO Interco-Report-Line(10:3)
    MOVE WS-Ic-Runs(WS-Ic-Idx) TO Interco-Report-Line(15:5)
    MOVE WS-Ic-Due-From(WS-Ic-Idx) TO WS-Ic-Money-Disp
    MOVE WS-Ic-Money-Disp TO Interco-Report-Line(21:18)
    MOVE WS-Ic-Due-To(WS-Ic-Idx) TO WS-Ic-Money-Disp
    MOVE WS-Ic-Money-Disp TO Interco-Report-Line(41:18)
    MOVE WS-Ic-Net TO WS-Ic-Money-Disp
    MOVE WS-Ic-Money-Disp TO Interco-Report-Line(61:18)
    IF WS-Ic-Net = 0 THEN
        MOVE 'NETS TO ZERO' TO Interco-Report-Line(81:12)
    ELSE
        MOVE 'OUT OF BALANCE' TO Interco-Report-Line(81:14)
        ADD 1 TO WS-Ic-Out-Of-Balance
    END-IF
    PERFORM WRITE-IC-REPORT-LINE-SECT
END-PERFORM.
MOVE SPACES TO Interco-Report-Line.
IF WS-Ic-Out-Of-Balance = 0 THEN
    STRING WS-Ic-Count DELIMITED BY SIZE
        ' company pair(s) - every pair nets to zero.' DELIMITED BY SIZE
        INTO Interco-Report-Line
ELSE
    STRING WS-Ic-Out-Of-Balance DELIMITED BY SIZE
        ' company pair(s) OUT OF BALANCE - a company''s voucher is missing its side; hold the vouchers.' DELIMITED BY SIZE
        INTO Interco-Report-Line
    MOVE 8 TO RETURN-CODE
END-IF.
PERFORM WRITE-IC-REPORT-LINE-SECT.
CLOSE Interco-Report-File.

WRITE-IC-REPORT-LINE-SECT.
WRITE Interco-Report-Line.
DISPLAY Interco-Report-Line.

WRITE-FX-TRANSLATION-SECT.
*> Each company's foreign-currency salary and expenses for the period
*> as booked and in dollars at both period rates, whichever basis the
*> vouchers were posted on.
MOVE SPACES TO WS-Fx-Trans-Report-Name.
STRING 'WTM-GL-FXTRANS-' DELIMITED BY SIZE
    WS-Report-Period DELIMITED BY SIZE
    '.TXT' DELIMITED BY SIZE
    INTO WS-Fx-Trans-Report-Name.
OPEN OUTPUT Fx-Trans-Report-File.
IF WS-Fx-Trans-Report-Status NOT = "00" THEN
    DISPLAY 'GLEXPORT: could not create ', FUNCTION TRIM(WS-Fx-Trans-Report-Name), ', file status ', WS-Fx-Trans-Report-Status
    EXIT PARAGRAPH
END-IF.
MOVE SPACES TO Fx-Trans-Report-Line.
STRING 'WTM GL FOREIGN-CURRENCY TRANSLATION - period ' DELIMITED BY SIZE
    WS-Report-Period DELIMITED BY SIZE
    INTO Fx-Trans-Report-Line.
WRITE Fx-Trans-Report-Line.
EVALUATE TRUE
    WHEN Basis-Average
        MOVE 'Vouchers posted at the period average rate.' TO Fx-Trans-Report-Line
    WHEN Basis-Closing
        MOVE 'Vouchers posted at the period closing rate.' TO Fx-Trans-Report-Line
    WHEN OTHER
        MOVE 'Vouchers posted as booked - foreign-currency amounts untranslated.' TO Fx-Trans-Report-Line
END-EVALUATE.
WRITE Fx-Trans-Report-Line.
MOVE SPACES TO Fx-Trans-Report-Line.
MOVE 'CO   CODE  ROWS  AMOUNT' TO Fx-Trans-Report-Line(1:23).
MOVE 'AS BOOKED' TO Fx-Trans-Report-Line(36:9).
MOVE 'AVG RATE' TO Fx-Trans-Report-Line(50:8).
MOVE 'AT AVERAGE' TO Fx-Trans-Report-Line(70:10).
MOVE 'CLOSE RATE' TO Fx-Trans-Report-Line(83:10).
MOVE 'AT CLOSING' TO Fx-Trans-Report-Line(105:10).
WRITE Fx-Trans-Report-Line.
PERFORM VARYING WS-Fxt-Idx FROM 1 BY 1 UNTIL WS-Fxt-Idx > WS-Fxt-Count
    MOVE WS-Fxt-Salary(WS-Fxt-Idx) TO WS-Fxt-Amount
    MOVE 'SALARY' TO WS-Fxt-Label
    PERFORM WRITE-FX-TRANSLATION-LINE-SECT
    MOVE WS-Fxt-Expenses(WS-Fxt-Idx) TO WS-Fxt-Amount
    MOVE 'EXPENSES' TO WS-Fxt-Label
    PERFORM WRITE-FX-TRANSLATION-LINE-SECT
END-PERFORM.
CLOSE Fx-Trans-Report-File.
DISPLAY 'Foreign-currency translation written to ', FUNCTION TRIM(WS-Fx-Trans-Report-Name), '.'.

WRITE-FX-TRANSLATION-LINE-SECT.
MOVE SPACES TO Fx-Trans-Report-Line.
MOVE WS-Fxt-Company(WS-Fxt-Idx) TO Fx-Trans-Report-Line(1:3).
MOVE WS-Fxt-Code(WS-Fxt-Idx) TO Fx-Trans-Report-Line(6:3).
MOVE WS-Fxt-Rows(WS-Fxt-Idx) TO Fx-Trans-Report-Line(12:5).
MOVE WS-Fxt-Label TO Fx-Trans-Report-Line(18:8).
MOVE WS-Fxt-Amount TO WS-Fxt-Money-Disp.
MOVE WS-Fxt-Money-Disp TO Fx-Trans-Report-Line(27:18).
MOVE WS-Fxt-Code(WS-Fxt-Idx) TO WS-Trans-Code.
PERFORM FIND-PERIOD-RATE-SECT.
IF WS-Prt-Slot = 0 THEN
    MOVE 'no period rate - posts as booked' TO Fx-Trans-Report-Line(50:32)
ELSE
    MOVE WS-Prt-Average(WS-Prt-Slot) TO WS-Fxt-Rate-Disp
    MOVE WS-Fxt-Rate-Disp TO Fx-Trans-Report-Line(48:10)
    COMPUTE WS-Fxt-Money-Disp ROUNDED = WS-Fxt-Amount / WS-Prt-Average(WS-Prt-Slot)
    MOVE WS-Fxt-Money-Disp TO Fx-Trans-Report-Line(62:18)
    MOVE WS-Prt-Closing(WS-Prt-Slot) TO WS-Fxt-Rate-Disp
    MOVE WS-Fxt-Rate-Disp TO Fx-Trans-Report-Line(83:10)
    COMPUTE WS-Fxt-Money-Disp ROUNDED = WS-Fxt-Amount / WS-Prt-Closing(WS-Prt-Slot)
    MOVE WS-Fxt-Money-Disp TO Fx-Trans-Report-Line(97:18)
END-IF.
WRITE Fx-Trans-Report-Line.

*> Quarterly estimated-tax planner for non-wage income. Tax on a
*> household's rental, business, investment, and other typed income
*> is figured in the budget run at the flat rates on
*> WTM-SOURCE-TAX-RATES.DAT - each year's run at the rates dated for
*> that year, and this planner does the same - but none of it is withheld - it has to
*> be paid in four estimated installments. For a chosen tax year this
*> takes each household's latest run in the year from
*> WTM-INCOME-DETAIL.DAT, works out the non-wage tax the same way the
*> run did, and sets the safe-harbor amount: the lesser of a percent
*> of this year's tax (default 90) and a percent of last year's
*> (default 100, or 110 when last year's total income was over the
*> high-income threshold, default 150,000); with no run last year
*> only the current-year test applies. The schedule shows each
*> quarter's due date and installment (a quarter of the safe
*> harbor), the cumulative amount due, and the payments keyed in
*> WTM-ACTUALS (WTM-EST-TAX-PAID.DAT) toward it. A household whose
*> payments to date fall short of the cumulative installments due by
*> the next due date is flagged UNDERPAID and listed again in the
*> exception section at the end. The percents, threshold, and due
*> dates can be overridden in WTM-EST-TAX-CONTROL.DAT. Output to the
*> console and WTM-EST-TAX-REPORT.TXT.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-ESTTAX.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Income-Detail-File ASSIGN TO "WTM-INCOME-DETAIL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Income-Detail-Status.
    SELECT Source-Tax-File ASSIGN TO "WTM-SOURCE-TAX-RATES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Source-Tax-Status.
    SELECT Est-Tax-Paid-File ASSIGN TO "WTM-EST-TAX-PAID.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Est-Tax-Paid-Status.
    SELECT Est-Tax-Control-File ASSIGN TO "WTM-EST-TAX-CONTROL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Est-Tax-Control-Status.
    SELECT Employee-Master-File ASSIGN TO "WTM-EMPLOYEE-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Employee-Master-Status.
    SELECT Est-Tax-Report-File ASSIGN TO "WTM-EST-TAX-REPORT.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Est-Tax-Report-Status.

DATA DIVISION.
FILE SECTION.
FD  Income-Detail-File.
    COPY "WTM-INCOME-DETAIL-REC.cpy".

FD  Source-Tax-File.
    COPY "WTM-SOURCE-TAX-REC.cpy".

FD  Est-Tax-Paid-File.
    COPY "WTM-EST-TAX-PAID-REC.cpy".

FD  Est-Tax-Control-File.
01 Est-Tax-Control-Record.
    05 Etc-Current-Pct     PIC 9(3).
    05 Etc-Prior-Pct       PIC 9(3).
    05 Etc-High-Prior-Pct  PIC 9(3).
    05 Etc-High-Income     PIC 9(8).
    05 Etc-Due-MMDD        PIC 9(4) OCCURS 4 TIMES.

FD  Employee-Master-File.
    COPY "WTM-EMPLOYEE-MASTER-REC.cpy".

FD  Est-Tax-Report-File.
01 Est-Tax-Report-Line PIC X(132).

WORKING-STORAGE SECTION.
01 WS-Income-Detail-Status PIC XX.
01 WS-Source-Tax-Status PIC XX.
01 WS-Est-Tax-Paid-Status PIC XX.
01 WS-Est-Tax-Control-Status PIC XX.
01 WS-Employee-Master-Status PIC XX.
01 WS-Est-Tax-Report-Status PIC XX.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Today PIC 9(8).
01 WS-Tax-Year PIC 9(4).
01 WS-Prior-Year PIC 9(4).
01 WS-Numeric-Input PIC X(8).
01 WS-Test-Numval PIC S9(6).
01 WS-Input-Valid PIC X VALUE "N".
    88 Input-Valid VALUE "Y".
*> Safe-harbor rules and due dates; WTM-EST-TAX-CONTROL.DAT
*> overrides any it carries.
01 WS-Current-Pct PIC 9(3) VALUE 90.
01 WS-Prior-Pct PIC 9(3) VALUE 100.
01 WS-High-Prior-Pct PIC 9(3) VALUE 110.
01 WS-High-Income PIC 9(8) VALUE 150000.
01 WS-Due-Values.
    05 FILLER PIC 9(4) VALUE 0415.
    05 FILLER PIC 9(4) VALUE 0615.
    05 FILLER PIC 9(4) VALUE 0915.
    05 FILLER PIC 9(4) VALUE 0115.
01 WS-Due-Table REDEFINES WS-Due-Values.
    05 WS-Due-MMDD PIC 9(4) OCCURS 4 TIMES.
01 WS-Due-Date PIC 9(8) OCCURS 4 TIMES.
01 WS-Qtr-Idx PIC 9.
01 WS-Next-Qtr PIC 9.
*> Flat rates per non-wage source type, as the budget run uses them,
*> for every tax year on file. A run's lines are taxed at the rates of
*> the latest year not after the run's year (undated rows count as
*> year 0), or the earliest year when only later ones are on file.
01 WS-Source-Tax-Table.
    05 WS-Stx-Entry OCCURS 40 TIMES.
       10 WS-Stx-Year PIC 9(4).
       10 WS-Stx-Type PIC X.
       10 WS-Stx-Rate PIC 9(3)V99.
01 WS-Cur-Rate-Year PIC 9(4).
01 WS-Prior-Rate-Year PIC 9(4).
01 WS-Line-Rate-Year PIC 9(4).
01 WS-Tax-Year-Wanted PIC 9(4).
01 WS-Pick-Candidate PIC 9(4).
01 WS-Pick-Best PIC 9(4).
01 WS-Pick-Earliest PIC 9(4).
01 WS-Pick-Year PIC 9(4).
01 WS-Pick-Found-Flag PIC X VALUE "N".
    88 Pick-Year-Found VALUE "Y" FALSE "N".
01 WS-Pick-Any-Flag PIC X VALUE "N".
    88 Pick-Any-Year VALUE "Y" FALSE "N".
01 WS-Source-Tax-Count PIC 9(2) VALUE 0.
01 WS-Stx-Idx PIC 9(2).
01 WS-Stx-Found-Rate PIC 9(3)V99.
01 WS-Stx-Rate-On-Flag PIC X VALUE "N".
    88 Source-Rate-On VALUE "Y" FALSE "N".
*> One entry per household seen in the income detail: its latest run
*> in the tax year and in the year before, and what those runs give.
01 WS-Household-Table.
    05 WS-Hh-Entry OCCURS 500 TIMES.
       10 WS-Hh-ID            PIC 9(6).
       10 WS-Hh-Name          PIC X(30).
       10 WS-Hh-Cur-Period    PIC 9(6).
       10 WS-Hh-Prior-Period  PIC 9(6).
       10 WS-Hh-Cur-Tax       PIC S9(8)V99.
       10 WS-Hh-Cur-Income    PIC S9(9)V99.
       10 WS-Hh-Prior-Tax     PIC S9(8)V99.
       10 WS-Hh-Prior-Income  PIC S9(9)V99.
       10 WS-Hh-Paid-Qtr      PIC S9(8)V99 OCCURS 4 TIMES.
       10 WS-Hh-Paid-To-Date  PIC S9(8)V99.
01 WS-Household-Count PIC 9(3) VALUE 0.
01 WS-Hh-Idx PIC 9(3).
01 WS-Hh-Slot PIC 9(3).
01 WS-Inc-Year PIC 9(4).
01 WS-Line-Tax PIC S9(8)V99.
01 WS-Safe-Harbor PIC S9(8)V99.
01 WS-Safe-Prior PIC S9(8)V99.
01 WS-Safe-Basis PIC X(12).
01 WS-Prior-Pct-Used PIC 9(3).
01 WS-Installment PIC S9(8)V99.
01 WS-Cum-Due PIC S9(8)V99.
01 WS-Cum-Paid PIC S9(8)V99.
01 WS-Due-By-Next PIC S9(8)V99.
01 WS-Shortfall PIC S9(8)V99.
01 WS-Qtr-Status PIC X(10).
01 WS-Underpaid-Flag PIC X OCCURS 500 TIMES.
01 WS-Underpaid-Count PIC 9(3) VALUE 0.
01 WS-Scheduled-Count PIC 9(3) VALUE 0.
01 WS-Total-Shortfall PIC S9(9)V99 VALUE 0.
01 WS-Amount-Disp PIC ZZ,ZZZ,ZZ9.99-.
01 WS-Amount-Disp2 PIC ZZ,ZZZ,ZZ9.99-.
01 WS-Amount-Disp3 PIC ZZ,ZZZ,ZZ9.99-.
01 WS-Amount-Disp4 PIC ZZ,ZZZ,ZZ9.99-.
01 WS-Count-Disp PIC ZZ9.

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '--------------------------- WTM QUARTERLY ESTIMATED-TAX PLANNER -----------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
MOVE WS-Today(1:4) TO WS-Tax-Year.
DISPLAY 'Enter the tax year to plan (YYYY, 0 = this year):'.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    ACCEPT WS-Numeric-Input
    MOVE FUNCTION TEST-NUMVAL(WS-Numeric-Input) TO WS-Test-Numval
    IF WS-Test-Numval NOT = 0 THEN
        DISPLAY 'INPUT ERROR: that is not a valid number. Please re-enter.'
    ELSE
        IF FUNCTION NUMVAL(WS-Numeric-Input) = 0 THEN
            MOVE "Y" TO WS-Input-Valid
        ELSE
            IF (FUNCTION NUMVAL(WS-Numeric-Input) < 1900) OR (FUNCTION NUMVAL(WS-Numeric-Input) > 2999) THEN
                DISPLAY 'INPUT ERROR: enter a four-digit year. Please re-enter.'
            ELSE
                COMPUTE WS-Tax-Year = FUNCTION NUMVAL(WS-Numeric-Input)
                MOVE "Y" TO WS-Input-Valid
            END-IF
        END-IF
    END-IF
END-PERFORM.
COMPUTE WS-Prior-Year = WS-Tax-Year - 1.
PERFORM LOAD-EST-TAX-CONTROL-SECT.
PERFORM SET-DUE-DATES-SECT.
PERFORM LOAD-SOURCE-TAX-SECT.
IF WS-Source-Tax-Count = 0 THEN
    DISPLAY 'ESTTAX: WTM-SOURCE-TAX-RATES.DAT is empty or missing - no income is taxed outside the wage'
    DISPLAY 'brackets, so there is nothing to pay in estimated installments.'
    MOVE 4 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM LOAD-INCOME-DETAIL-SECT.
PERFORM LOAD-PAYMENTS-SECT.
PERFORM LOAD-NAMES-SECT.
OPEN OUTPUT Est-Tax-Report-File.
IF WS-Est-Tax-Report-Status NOT = "00" THEN
    DISPLAY 'ESTTAX ERROR: could not create WTM-EST-TAX-REPORT.TXT, file status ', WS-Est-Tax-Report-Status
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
MOVE SPACES TO Est-Tax-Report-Line.
STRING 'WTM QUARTERLY ESTIMATED-TAX SCHEDULE - tax year ' DELIMITED BY SIZE
    WS-Tax-Year DELIMITED BY SIZE
    ', as of ' DELIMITED BY SIZE
    WS-Today DELIMITED BY SIZE
    INTO Est-Tax-Report-Line.
PERFORM WRITE-LINE-SECT.
MOVE SPACES TO Est-Tax-Report-Line.
STRING 'Safe harbor: lesser of ' DELIMITED BY SIZE
    WS-Current-Pct DELIMITED BY SIZE
    '% of this year''s non-wage tax and ' DELIMITED BY SIZE
    WS-Prior-Pct DELIMITED BY SIZE
    '% of last year''s (' DELIMITED BY SIZE
    WS-High-Prior-Pct DELIMITED BY SIZE
    '% above ' DELIMITED BY SIZE
    WS-High-Income DELIMITED BY SIZE
    ' income)' DELIMITED BY SIZE
    INTO Est-Tax-Report-Line.
PERFORM WRITE-LINE-SECT.
MOVE SPACES TO Est-Tax-Report-Line.
PERFORM WRITE-LINE-SECT.
MOVE 0 TO WS-Next-Qtr.
PERFORM VARYING WS-Qtr-Idx FROM 4 BY -1 UNTIL WS-Qtr-Idx < 1
    IF WS-Due-Date(WS-Qtr-Idx) >= WS-Today THEN
        MOVE WS-Qtr-Idx TO WS-Next-Qtr
    END-IF
END-PERFORM.
PERFORM VARYING WS-Hh-Idx FROM 1 BY 1 UNTIL WS-Hh-Idx > WS-Household-Count
    MOVE "N" TO WS-Underpaid-Flag(WS-Hh-Idx)
    IF WS-Hh-Cur-Tax(WS-Hh-Idx) > 0 THEN
        PERFORM SCHEDULE-HOUSEHOLD-SECT
    END-IF
END-PERFORM.
PERFORM WRITE-EXCEPTIONS-SECT.
CLOSE Est-Tax-Report-File.
MOVE WS-Scheduled-Count TO WS-Count-Disp.
DISPLAY FUNCTION TRIM(WS-Count-Disp), ' household(s) owe estimated tax for ', WS-Tax-Year, '; ',
    WS-Underpaid-Count, ' underpaid - schedule written to WTM-EST-TAX-REPORT.TXT.'.
IF WS-Underpaid-Count > 0 THEN
    MOVE 4 TO RETURN-CODE
END-IF.
GOBACK.

LOAD-EST-TAX-CONTROL-SECT.
OPEN INPUT Est-Tax-Control-File.
IF WS-Est-Tax-Control-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
READ Est-Tax-Control-File
    AT END CONTINUE
    NOT AT END
        IF Etc-Current-Pct IS NUMERIC AND Etc-Current-Pct > 0 THEN
            MOVE Etc-Current-Pct TO WS-Current-Pct
        END-IF
        IF Etc-Prior-Pct IS NUMERIC AND Etc-Prior-Pct > 0 THEN
            MOVE Etc-Prior-Pct TO WS-Prior-Pct
        END-IF
        IF Etc-High-Prior-Pct IS NUMERIC AND Etc-High-Prior-Pct > 0 THEN
            MOVE Etc-High-Prior-Pct TO WS-High-Prior-Pct
        END-IF
        IF Etc-High-Income IS NUMERIC AND Etc-High-Income > 0 THEN
            MOVE Etc-High-Income TO WS-High-Income
        END-IF
        PERFORM VARYING WS-Qtr-Idx FROM 1 BY 1 UNTIL WS-Qtr-Idx > 4
            IF Etc-Due-MMDD(WS-Qtr-Idx) IS NUMERIC AND Etc-Due-MMDD(WS-Qtr-Idx) > 0 THEN
                MOVE Etc-Due-MMDD(WS-Qtr-Idx) TO WS-Due-MMDD(WS-Qtr-Idx)
            END-IF
        END-PERFORM
END-READ.
CLOSE Est-Tax-Control-File.

SET-DUE-DATES-SECT.
*> Due dates fall in the tax year in order; one whose month-day comes
*> before the previous quarter's (the January payment) falls in the
*> following year.
PERFORM VARYING WS-Qtr-Idx FROM 1 BY 1 UNTIL WS-Qtr-Idx > 4
    COMPUTE WS-Due-Date(WS-Qtr-Idx) = (WS-Tax-Year * 10000) + WS-Due-MMDD(WS-Qtr-Idx)
    IF WS-Qtr-Idx > 1 THEN
        IF WS-Due-Date(WS-Qtr-Idx) < WS-Due-Date(WS-Qtr-Idx - 1) THEN
            ADD 10000 TO WS-Due-Date(WS-Qtr-Idx)
        END-IF
    END-IF
END-PERFORM.

LOAD-SOURCE-TAX-SECT.
MOVE 0 TO WS-Source-Tax-Count.
OPEN INPUT Source-Tax-File.
IF WS-Source-Tax-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Source-Tax-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Stx-Undated-Tail = SPACES THEN
                IF (Stx-Undated-Type NOT = "W") AND (Stx-Undated-Type NOT = SPACE)
                    AND (Stx-Undated-Rate IS NUMERIC) AND (WS-Source-Tax-Count < 40) THEN
                    ADD 1 TO WS-Source-Tax-Count
                    MOVE 0 TO WS-Stx-Year(WS-Source-Tax-Count)
                    MOVE Stx-Undated-Type TO WS-Stx-Type(WS-Source-Tax-Count)
                    MOVE Stx-Undated-Rate TO WS-Stx-Rate(WS-Source-Tax-Count)
                END-IF
            ELSE
                IF (Stx-Source-Type NOT = "W") AND (Stx-Source-Type NOT = SPACE)
                    AND (Stx-Rate-Pct IS NUMERIC) AND (WS-Source-Tax-Count < 40) THEN
                    ADD 1 TO WS-Source-Tax-Count
                    MOVE Stx-Tax-Year TO WS-Stx-Year(WS-Source-Tax-Count)
                    MOVE Stx-Source-Type TO WS-Stx-Type(WS-Source-Tax-Count)
                    MOVE Stx-Rate-Pct TO WS-Stx-Rate(WS-Source-Tax-Count)
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Source-Tax-File.
MOVE WS-Tax-Year TO WS-Tax-Year-Wanted.
PERFORM PICK-RATE-YEAR-SECT.
MOVE WS-Pick-Year TO WS-Cur-Rate-Year.
MOVE WS-Prior-Year TO WS-Tax-Year-Wanted.
PERFORM PICK-RATE-YEAR-SECT.
MOVE WS-Pick-Year TO WS-Prior-Rate-Year.

PICK-RATE-YEAR-SECT.
*> The rate year to use for WS-Tax-Year-Wanted.
MOVE "N" TO WS-Pick-Found-Flag.
MOVE "N" TO WS-Pick-Any-Flag.
MOVE 0 TO WS-Pick-Best.
MOVE 0 TO WS-Pick-Earliest.
PERFORM VARYING WS-Stx-Idx FROM 1 BY 1 UNTIL WS-Stx-Idx > WS-Source-Tax-Count
    MOVE WS-Stx-Year(WS-Stx-Idx) TO WS-Pick-Candidate
    IF (NOT Pick-Any-Year) OR (WS-Pick-Candidate < WS-Pick-Earliest) THEN
        MOVE WS-Pick-Candidate TO WS-Pick-Earliest
    END-IF
    SET Pick-Any-Year TO TRUE
    IF WS-Pick-Candidate NOT > WS-Tax-Year-Wanted THEN
        IF (NOT Pick-Year-Found) OR (WS-Pick-Candidate > WS-Pick-Best) THEN
            MOVE WS-Pick-Candidate TO WS-Pick-Best
            SET Pick-Year-Found TO TRUE
        END-IF
    END-IF
END-PERFORM.
IF Pick-Year-Found THEN
    MOVE WS-Pick-Best TO WS-Pick-Year
ELSE
    MOVE WS-Pick-Earliest TO WS-Pick-Year
END-IF.

LOAD-INCOME-DETAIL-SECT.
*> Pass 1 finds each household's latest run period in the tax year
*> and in the year before; pass 2 totals the lines of just those runs,
*> so a re-run replaces the earlier figures instead of adding to them.
MOVE 0 TO WS-Household-Count.
OPEN INPUT Income-Detail-File.
IF WS-Income-Detail-Status NOT = "00" THEN
    DISPLAY 'NOTICE: could not open WTM-INCOME-DETAIL.DAT, file status ', WS-Income-Detail-Status
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Income-Detail-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            MOVE Inc-Period(1:4) TO WS-Inc-Year
            IF (WS-Inc-Year = WS-Tax-Year) OR (WS-Inc-Year = WS-Prior-Year) THEN
                PERFORM FIND-HOUSEHOLD-SECT
                IF WS-Hh-Slot > 0 THEN
                    IF (WS-Inc-Year = WS-Tax-Year) AND (Inc-Period > WS-Hh-Cur-Period(WS-Hh-Slot)) THEN
                        MOVE Inc-Period TO WS-Hh-Cur-Period(WS-Hh-Slot)
                    END-IF
                    IF (WS-Inc-Year = WS-Prior-Year) AND (Inc-Period > WS-Hh-Prior-Period(WS-Hh-Slot)) THEN
                        MOVE Inc-Period TO WS-Hh-Prior-Period(WS-Hh-Slot)
                    END-IF
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Income-Detail-File.
OPEN INPUT Income-Detail-File.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Income-Detail-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            PERFORM FIND-HOUSEHOLD-SECT
            IF WS-Hh-Slot > 0 THEN
                PERFORM ADD-INCOME-LINE-SECT
            END-IF
    END-READ
END-PERFORM.
CLOSE Income-Detail-File.

FIND-HOUSEHOLD-SECT.
*> Locates Inc-Employee-ID's entry, adding one during pass 1 while
*> the table has room; WS-Hh-Slot is 0 when there is none.
MOVE 0 TO WS-Hh-Slot.
PERFORM VARYING WS-Hh-Idx FROM 1 BY 1 UNTIL (WS-Hh-Idx > WS-Household-Count) OR (WS-Hh-Slot > 0)
    IF WS-Hh-ID(WS-Hh-Idx) = Inc-Employee-ID THEN
        MOVE WS-Hh-Idx TO WS-Hh-Slot
    END-IF
END-PERFORM.
IF (WS-Hh-Slot = 0) AND (WS-Household-Count < 500) THEN
    IF (Inc-Period(1:4) = WS-Tax-Year) OR (Inc-Period(1:4) = WS-Prior-Year) THEN
        ADD 1 TO WS-Household-Count
        MOVE WS-Household-Count TO WS-Hh-Slot
        INITIALIZE WS-Hh-Entry(WS-Hh-Slot)
        MOVE Inc-Employee-ID TO WS-Hh-ID(WS-Hh-Slot)
        MOVE 'NOT ON MASTER' TO WS-Hh-Name(WS-Hh-Slot)
    END-IF
END-IF.

ADD-INCOME-LINE-SECT.
*> The same rule COMPUTE-NONWAGE-TAX-SECT applies in the run: a line
*> of a non-wage type with a rate on the table is taxed at that flat
*> rate; everything counts toward the year's total income. The rate
*> is the one dated for the line's year.
IF Inc-Period(1:4) = WS-Tax-Year THEN
    MOVE WS-Cur-Rate-Year TO WS-Line-Rate-Year
ELSE
    MOVE WS-Prior-Rate-Year TO WS-Line-Rate-Year
END-IF.
MOVE "N" TO WS-Stx-Rate-On-Flag.
MOVE 0 TO WS-Stx-Found-Rate.
PERFORM VARYING WS-Stx-Idx FROM 1 BY 1 UNTIL WS-Stx-Idx > WS-Source-Tax-Count
    IF (Inc-Source-Type NOT = "W") AND (WS-Stx-Type(WS-Stx-Idx) = Inc-Source-Type)
        AND (WS-Stx-Year(WS-Stx-Idx) = WS-Line-Rate-Year) THEN
        SET Source-Rate-On TO TRUE
        MOVE WS-Stx-Rate(WS-Stx-Idx) TO WS-Stx-Found-Rate
    END-IF
END-PERFORM.
MOVE 0 TO WS-Line-Tax.
IF Source-Rate-On THEN
    COMPUTE WS-Line-Tax ROUNDED = Inc-Annualized * (WS-Stx-Found-Rate / 100)
END-IF.
IF Inc-Period = WS-Hh-Cur-Period(WS-Hh-Slot) THEN
    ADD WS-Line-Tax TO WS-Hh-Cur-Tax(WS-Hh-Slot)
    ADD Inc-Annualized TO WS-Hh-Cur-Income(WS-Hh-Slot)
END-IF.
IF Inc-Period = WS-Hh-Prior-Period(WS-Hh-Slot) THEN
    ADD WS-Line-Tax TO WS-Hh-Prior-Tax(WS-Hh-Slot)
    ADD Inc-Annualized TO WS-Hh-Prior-Income(WS-Hh-Slot)
END-IF.

LOAD-PAYMENTS-SECT.
*> Payments toward this tax year by quarter, and the total paid on or
*> before today.
OPEN INPUT Est-Tax-Paid-File.
IF WS-Est-Tax-Paid-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Est-Tax-Paid-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (Etp-Tax-Year = WS-Tax-Year) AND (Etp-Quarter >= 1) AND (Etp-Quarter <= 4) THEN
                PERFORM VARYING WS-Hh-Idx FROM 1 BY 1 UNTIL WS-Hh-Idx > WS-Household-Count
                    IF WS-Hh-ID(WS-Hh-Idx) = Etp-Employee-ID THEN
                        ADD Etp-Amount TO WS-Hh-Paid-Qtr(WS-Hh-Idx, Etp-Quarter)
                        IF Etp-Paid-Date <= WS-Today THEN
                            ADD Etp-Amount TO WS-Hh-Paid-To-Date(WS-Hh-Idx)
                        END-IF
                    END-IF
                END-PERFORM
            END-IF
    END-READ
END-PERFORM.
CLOSE Est-Tax-Paid-File.

LOAD-NAMES-SECT.
OPEN INPUT Employee-Master-File.
IF WS-Employee-Master-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Employee-Master-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            PERFORM VARYING WS-Hh-Idx FROM 1 BY 1 UNTIL WS-Hh-Idx > WS-Household-Count
                IF WS-Hh-ID(WS-Hh-Idx) = Empl-ID THEN
                    MOVE Empl-Name TO WS-Hh-Name(WS-Hh-Idx)
                END-IF
            END-PERFORM
    END-READ
END-PERFORM.
CLOSE Employee-Master-File.

SCHEDULE-HOUSEHOLD-SECT.
ADD 1 TO WS-Scheduled-Count.
PERFORM COMPUTE-SAFE-HARBOR-SECT.
MOVE SPACES TO Est-Tax-Report-Line.
STRING 'HOUSEHOLD ' DELIMITED BY SIZE
    WS-Hh-ID(WS-Hh-Idx) DELIMITED BY SIZE
    '  ' DELIMITED BY SIZE
    WS-Hh-Name(WS-Hh-Idx) DELIMITED BY SIZE
    '  run ' DELIMITED BY SIZE
    WS-Hh-Cur-Period(WS-Hh-Idx) DELIMITED BY SIZE
    INTO Est-Tax-Report-Line.
PERFORM WRITE-LINE-SECT.
MOVE WS-Hh-Cur-Tax(WS-Hh-Idx) TO WS-Amount-Disp.
MOVE WS-Hh-Prior-Tax(WS-Hh-Idx) TO WS-Amount-Disp2.
MOVE WS-Safe-Harbor TO WS-Amount-Disp3.
MOVE SPACES TO Est-Tax-Report-Line.
IF WS-Hh-Prior-Period(WS-Hh-Idx) > 0 THEN
    STRING '  Non-wage tax this year ' DELIMITED BY SIZE
        WS-Amount-Disp DELIMITED BY SIZE
        '   last year ' DELIMITED BY SIZE
        WS-Amount-Disp2 DELIMITED BY SIZE
        '   safe harbor ' DELIMITED BY SIZE
        WS-Amount-Disp3 DELIMITED BY SIZE
        ' (' DELIMITED BY SIZE
        WS-Safe-Basis DELIMITED BY '  '
        ')' DELIMITED BY SIZE
        INTO Est-Tax-Report-Line
ELSE
    STRING '  Non-wage tax this year ' DELIMITED BY SIZE
        WS-Amount-Disp DELIMITED BY SIZE
        '   last year  (no run)   safe harbor ' DELIMITED BY SIZE
        WS-Amount-Disp3 DELIMITED BY SIZE
        ' (' DELIMITED BY SIZE
        WS-Safe-Basis DELIMITED BY '  '
        ')' DELIMITED BY SIZE
        INTO Est-Tax-Report-Line
END-IF.
PERFORM WRITE-LINE-SECT.
MOVE '  QTR  DUE DATE     INSTALLMENT     CUMULATIVE DUE    PAID FOR QTR      CUMULATIVE PAID   STATUS'
    TO Est-Tax-Report-Line.
PERFORM WRITE-LINE-SECT.
MOVE 0 TO WS-Cum-Due.
MOVE 0 TO WS-Cum-Paid.
MOVE 0 TO WS-Due-By-Next.
PERFORM VARYING WS-Qtr-Idx FROM 1 BY 1 UNTIL WS-Qtr-Idx > 4
    IF WS-Qtr-Idx = 4 THEN
        COMPUTE WS-Cum-Due = WS-Safe-Harbor
    ELSE
        COMPUTE WS-Cum-Due = WS-Installment * WS-Qtr-Idx
    END-IF
    ADD WS-Hh-Paid-Qtr(WS-Hh-Idx, WS-Qtr-Idx) TO WS-Cum-Paid
    EVALUATE TRUE
        WHEN WS-Qtr-Idx = WS-Next-Qtr
            MOVE 'NEXT DUE' TO WS-Qtr-Status
            MOVE WS-Cum-Due TO WS-Due-By-Next
        WHEN WS-Due-Date(WS-Qtr-Idx) < WS-Today
            IF WS-Cum-Paid >= WS-Cum-Due THEN
                MOVE 'MET' TO WS-Qtr-Status
            ELSE
                MOVE 'SHORT' TO WS-Qtr-Status
            END-IF
        WHEN OTHER
            MOVE SPACES TO WS-Qtr-Status
    END-EVALUATE
    MOVE WS-Installment TO WS-Amount-Disp
    IF WS-Qtr-Idx = 4 THEN
        COMPUTE WS-Amount-Disp = WS-Safe-Harbor - (WS-Installment * 3)
    END-IF
    MOVE WS-Cum-Due TO WS-Amount-Disp2
    MOVE WS-Hh-Paid-Qtr(WS-Hh-Idx, WS-Qtr-Idx) TO WS-Amount-Disp3
    MOVE WS-Cum-Paid TO WS-Amount-Disp4
    MOVE SPACES TO Est-Tax-Report-Line
    STRING '  Q' DELIMITED BY SIZE
        WS-Qtr-Idx DELIMITED BY SIZE
        '   ' DELIMITED BY SIZE
        WS-Due-Date(WS-Qtr-Idx) DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-Amount-Disp DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-Amount-Disp2 DELIMITED BY SIZE
        '    ' DELIMITED BY SIZE
        WS-Amount-Disp3 DELIMITED BY SIZE
        '    ' DELIMITED BY SIZE
        WS-Amount-Disp4 DELIMITED BY SIZE
        '    ' DELIMITED BY SIZE
        WS-Qtr-Status DELIMITED BY SIZE
        INTO Est-Tax-Report-Line
    PERFORM WRITE-LINE-SECT
END-PERFORM.
*> Going into the next due date the payments made so far must cover
*> every installment through it; once the last date has passed the
*> whole safe harbor is due.
IF WS-Next-Qtr = 0 THEN
    MOVE WS-Safe-Harbor TO WS-Due-By-Next
END-IF.
COMPUTE WS-Shortfall = WS-Due-By-Next - WS-Hh-Paid-To-Date(WS-Hh-Idx).
MOVE WS-Hh-Paid-To-Date(WS-Hh-Idx) TO WS-Amount-Disp.
MOVE WS-Due-By-Next TO WS-Amount-Disp2.
MOVE SPACES TO Est-Tax-Report-Line.
IF WS-Shortfall > 0 THEN
    MOVE "Y" TO WS-Underpaid-Flag(WS-Hh-Idx)
    ADD 1 TO WS-Underpaid-Count
    ADD WS-Shortfall TO WS-Total-Shortfall
    MOVE WS-Shortfall TO WS-Amount-Disp3
    STRING '  UNDERPAID: paid to date ' DELIMITED BY SIZE
        WS-Amount-Disp DELIMITED BY SIZE
        ' against ' DELIMITED BY SIZE
        WS-Amount-Disp2 DELIMITED BY SIZE
        ' due by the next date - short ' DELIMITED BY SIZE
        WS-Amount-Disp3 DELIMITED BY SIZE
        INTO Est-Tax-Report-Line
ELSE
    STRING '  On track: paid to date ' DELIMITED BY SIZE
        WS-Amount-Disp DELIMITED BY SIZE
        ' against ' DELIMITED BY SIZE
        WS-Amount-Disp2 DELIMITED BY SIZE
        ' due by the next date.' DELIMITED BY SIZE
        INTO Est-Tax-Report-Line
END-IF.
PERFORM WRITE-LINE-SECT.
MOVE SPACES TO Est-Tax-Report-Line.
PERFORM WRITE-LINE-SECT.

COMPUTE-SAFE-HARBOR-SECT.
*> The lesser of the current-year and prior-year tests for the
*> household at WS-Hh-Idx, and the even quarterly installment of it.
COMPUTE WS-Safe-Harbor ROUNDED = WS-Hh-Cur-Tax(WS-Hh-Idx) * WS-Current-Pct / 100.
MOVE 'CURRENT YEAR' TO WS-Safe-Basis.
IF WS-Hh-Prior-Period(WS-Hh-Idx) > 0 THEN
    IF WS-Hh-Prior-Income(WS-Hh-Idx) > WS-High-Income THEN
        MOVE WS-High-Prior-Pct TO WS-Prior-Pct-Used
    ELSE
        MOVE WS-Prior-Pct TO WS-Prior-Pct-Used
    END-IF
    COMPUTE WS-Safe-Prior ROUNDED = WS-Hh-Prior-Tax(WS-Hh-Idx) * WS-Prior-Pct-Used / 100
    IF WS-Safe-Prior < WS-Safe-Harbor THEN
        MOVE WS-Safe-Prior TO WS-Safe-Harbor
        MOVE 'PRIOR YEAR' TO WS-Safe-Basis
    END-IF
END-IF.
COMPUTE WS-Installment ROUNDED = WS-Safe-Harbor / 4.

WRITE-EXCEPTIONS-SECT.
MOVE 'UNDERPAID GOING INTO THE NEXT DUE DATE' TO Est-Tax-Report-Line.
PERFORM WRITE-LINE-SECT.
IF WS-Next-Qtr > 0 THEN
    MOVE SPACES TO Est-Tax-Report-Line
    STRING '  next due date: Q' DELIMITED BY SIZE
        WS-Next-Qtr DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-Due-Date(WS-Next-Qtr) DELIMITED BY SIZE
        INTO Est-Tax-Report-Line
ELSE
    MOVE '  every due date for the year has passed - shortfalls are against the full safe harbor'
        TO Est-Tax-Report-Line
END-IF.
PERFORM WRITE-LINE-SECT.
IF WS-Underpaid-Count = 0 THEN
    MOVE '  none' TO Est-Tax-Report-Line
    PERFORM WRITE-LINE-SECT
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING WS-Hh-Idx FROM 1 BY 1 UNTIL WS-Hh-Idx > WS-Household-Count
    IF WS-Underpaid-Flag(WS-Hh-Idx) = "Y" THEN
        PERFORM WRITE-EXCEPTION-LINE-SECT
    END-IF
END-PERFORM.
MOVE WS-Total-Shortfall TO WS-Amount-Disp.
MOVE SPACES TO Est-Tax-Report-Line.
STRING '  ' DELIMITED BY SIZE
    WS-Underpaid-Count DELIMITED BY SIZE
    ' household(s) underpaid, total shortfall ' DELIMITED BY SIZE
    WS-Amount-Disp DELIMITED BY SIZE
    INTO Est-Tax-Report-Line.
PERFORM WRITE-LINE-SECT.

WRITE-EXCEPTION-LINE-SECT.
*> The shortfall is worked out again from the same figures the
*> schedule used, so the two sections cannot disagree.
PERFORM COMPUTE-SAFE-HARBOR-SECT.
IF (WS-Next-Qtr = 0) OR (WS-Next-Qtr = 4) THEN
    MOVE WS-Safe-Harbor TO WS-Due-By-Next
ELSE
    COMPUTE WS-Due-By-Next = WS-Installment * WS-Next-Qtr
END-IF.
COMPUTE WS-Shortfall = WS-Due-By-Next - WS-Hh-Paid-To-Date(WS-Hh-Idx).
MOVE WS-Hh-Paid-To-Date(WS-Hh-Idx) TO WS-Amount-Disp.
MOVE WS-Due-By-Next TO WS-Amount-Disp2.
MOVE WS-Shortfall TO WS-Amount-Disp3.
MOVE SPACES TO Est-Tax-Report-Line.
STRING '  ' DELIMITED BY SIZE
    WS-Hh-ID(WS-Hh-Idx) DELIMITED BY SIZE
    '  ' DELIMITED BY SIZE
    WS-Hh-Name(WS-Hh-Idx) DELIMITED BY SIZE
    '  paid ' DELIMITED BY SIZE
    WS-Amount-Disp DELIMITED BY SIZE
    '  due ' DELIMITED BY SIZE
    WS-Amount-Disp2 DELIMITED BY SIZE
    '  short ' DELIMITED BY SIZE
    WS-Amount-Disp3 DELIMITED BY SIZE
    INTO Est-Tax-Report-Line.
PERFORM WRITE-LINE-SECT.

WRITE-LINE-SECT.
WRITE Est-Tax-Report-Line.
DISPLAY Est-Tax-Report-Line(1:110).

*> Tax-table rollover impact preview. The domestic brackets, the
*> non-wage source rates, and the pre-tax election limits are keyed
*> by tax year, and a budget run taxes with the tables of the year its
*> budget period falls in. Before a new year's rows go live this shows
*> what they would do: for an entered tax year it takes every
*> household's latest run from BUDGET-HISTORY.DAT (superseded runs and
*> records before layout 5 passed over) and re-taxes the same salary,
*> elections, and income lines twice - under the tables the run's own
*> year uses today and under the tables the new year would use - the
*> way COMPUTE-MARGINAL-TAX-SECT does: typed non-wage income at its
*> flat source rate, elections from WTM-EMPL-DEDUCTIONS.DAT capped at
*> the year's limit on WTM-RETIREMENT-LIMITS.DAT, and the rest through
*> the marginal brackets. The difference is the change in federal
*> income tax; it moves the run's Taxes by that amount and its Extra
*> the other way. State and payroll taxes are not keyed by these
*> tables and are carried unchanged. A year with no rows dated for it
*> on any of the three tables has nothing to preview. Output to the
*> console and WTM-TAX-PREVIEW-<year>.TXT; nothing else is written.
*> A household's Extra prints as a band unless the operator is a
*> supervisor or admin (WTM-FIGURE-MASK); an unmasked view is logged.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-TAXPREVIEW.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Employee-Master-File ASSIGN TO "WTM-EMPLOYEE-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Employee-Master-Status.
    SELECT Budget-History-File ASSIGN TO "BUDGET-HISTORY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Budget-History-Status.
    SELECT Tax-Bracket-File ASSIGN TO "WTM-DOMESTIC-TAX-BRACKETS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Tax-Bracket-Status.
    SELECT Source-Tax-File ASSIGN TO "WTM-SOURCE-TAX-RATES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Source-Tax-Status.
    SELECT Retirement-Limit-File ASSIGN TO "WTM-RETIREMENT-LIMITS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Retirement-Limit-Status.
    SELECT Birth-Date-File ASSIGN TO "WTM-EMPL-BIRTH-DATES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Birth-Date-Status.
    SELECT Deduction-Code-File ASSIGN TO "WTM-DEDUCTION-CODES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Deduction-Code-Status.
    SELECT Empl-Deduction-File ASSIGN TO "WTM-EMPL-DEDUCTIONS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Empl-Deduction-Status.
    SELECT Income-Detail-File ASSIGN TO "WTM-INCOME-DETAIL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Income-Detail-Status.
    SELECT Preview-Report-File ASSIGN TO WS-Preview-Report-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Preview-Report-Status.

DATA DIVISION.
FILE SECTION.
FD  Employee-Master-File.
    COPY "WTM-EMPLOYEE-MASTER-REC.cpy".

FD  Budget-History-File.
    COPY "WTM-HISTORY-REC.cpy".

FD  Tax-Bracket-File.
    COPY "WTM-TAX-BRACKET-REC.cpy".

FD  Source-Tax-File.
    COPY "WTM-SOURCE-TAX-REC.cpy".

FD  Retirement-Limit-File.
01 Retirement-Limit-Record.
    05 Rtl-Tax-Year   PIC 9(4).
    05 Rtl-Plan-Code  PIC X(4).
    05 Rtl-Min-Age    PIC 9(3).
    05 Rtl-Max-Age    PIC 9(3).
    05 Rtl-Limit      PIC 9(7)V99.

FD  Birth-Date-File.
01 Birth-Date-Record.
    05 Bdt-Employee-ID PIC 9(6).
    05 Bdt-Birth-Date  PIC 9(8).

FD  Deduction-Code-File.
01 Deduction-Code-Record.
    05 Ded-Input-Code PIC X(4).
    05 Ded-Input-Desc PIC X(20).
    05 Ded-Input-Type PIC X.

FD  Empl-Deduction-File.
01 Empl-Deduction-Record.
    05 EmpD-Employee-ID PIC 9(6).
    05 EmpD-Code        PIC X(4).
    05 EmpD-Value       PIC 9(7)V99.

FD  Income-Detail-File.
    COPY "WTM-INCOME-DETAIL-REC.cpy".

FD  Preview-Report-File.
01 Preview-Report-Line PIC X(132).

WORKING-STORAGE SECTION.
01 WS-Employee-Master-Status PIC XX.
01 WS-Budget-History-Status PIC XX.
01 WS-Tax-Bracket-Status PIC XX.
01 WS-Source-Tax-Status PIC XX.
01 WS-Retirement-Limit-Status PIC XX.
01 WS-Birth-Date-Status PIC XX.
01 WS-Deduction-Code-Status PIC XX.
01 WS-Empl-Deduction-Status PIC XX.
01 WS-Income-Detail-Status PIC XX.
01 WS-Preview-Report-Status PIC XX.
01 WS-Preview-Report-Name PIC X(40).
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Today PIC 9(8).
01 WS-New-Year PIC 9(4).
01 WS-Numeric-Input PIC X(8).
01 WS-Test-Numval PIC S9(6).
01 WS-Input-Valid PIC X VALUE "N".
    88 Input-Valid VALUE "Y".
*> Every row of the three dated tables, all tax years; undated rows
*> from before the tables were dated are year 0.
01 WS-Bracket-Year-Table.
    05 WS-Byr-Entry OCCURS 100 TIMES.
       10 WS-Byr-Year  PIC 9(4).
       10 WS-Byr-Floor PIC 9(8).
       10 WS-Byr-Rate  PIC 9(3)V9999.
01 WS-Bracket-Row-Count PIC 9(3) VALUE 0.
01 WS-Byr-Idx PIC 9(3).
01 WS-Stx-Year-Table.
    05 WS-Sty-Entry OCCURS 50 TIMES.
       10 WS-Sty-Year PIC 9(4).
       10 WS-Sty-Type PIC X.
       10 WS-Sty-Rate PIC 9(3)V99.
01 WS-Stx-Row-Count PIC 9(3) VALUE 0.
01 WS-Sty-Idx PIC 9(3).
01 WS-Limit-Table.
    05 WS-Dlm-Entry OCCURS 60 TIMES.
       10 WS-Dlm-Year    PIC 9(4).
       10 WS-Dlm-Code    PIC X(4).
       10 WS-Dlm-Min-Age PIC 9(3).
       10 WS-Dlm-Max-Age PIC 9(3).
       10 WS-Dlm-Limit   PIC 9(7)V99.
01 WS-Limit-Count PIC 9(3) VALUE 0.
01 WS-Dlm-Idx PIC 9(3).
01 WS-New-Year-Rows PIC 9(3) VALUE 0.
*> The brackets of the year being taxed, as the run's active table.
01 WS-Tax-Bracket-Table.
    05 WS-Bracket-Entry OCCURS 10 TIMES.
       10 WS-Bracket-Floor PIC 9(8).
       10 WS-Bracket-Rate  PIC 9(3)V9999.
01 WS-Tax-Bracket-Count PIC 9(2) VALUE 0.
01 WS-Bracket-Idx PIC 9(2).
01 WS-Bracket-Upper PIC 9(8).
01 WS-Bracket-Band PIC S9(9)V99.
*> Tax-year pick: the latest year on file not after the wanted year,
*> else the earliest year on file.
01 WS-Tax-Year-Wanted PIC 9(4).
01 WS-Pick-Candidate PIC 9(4).
01 WS-Pick-Best PIC 9(4).
01 WS-Pick-Earliest PIC 9(4).
01 WS-Pick-Year PIC 9(4).
01 WS-Pick-Found-Flag PIC X VALUE "N".
    88 Pick-Year-Found VALUE "Y" FALSE "N".
01 WS-Pick-Any-Flag PIC X VALUE "N".
    88 Pick-Any-Year VALUE "Y" FALSE "N".
01 WS-Bracket-Table-Year PIC 9(4) VALUE 0.
01 WS-Stx-Table-Year PIC 9(4) VALUE 0.
01 WS-Lim-Table-Year PIC 9(4) VALUE 0.
*> Deduction codes and elections, as the run applies them.
01 WS-Deduction-Code-Table.
    05 WS-Ded-Entry OCCURS 20 TIMES.
       10 WS-Ded-Code PIC X(4).
       10 WS-Ded-Type PIC X.
01 WS-Deduction-Code-Count PIC 9(2) VALUE 0.
01 WS-Ded-Idx PIC 9(2).
01 WS-Ded-Type-Found PIC X.
01 WS-Election-Table.
    05 WS-Elc-Entry OCCURS 500 TIMES.
       10 WS-Elc-ID    PIC 9(6).
       10 WS-Elc-Code  PIC X(4).
       10 WS-Elc-Value PIC 9(7)V99.
01 WS-Election-Count PIC 9(3) VALUE 0.
01 WS-Elc-Idx PIC 9(3).
*> One entry per household: its latest run and the two tax figures.
01 WS-Household-Table.
    05 WS-Hh-Entry OCCURS 500 TIMES.
       10 WS-Hh-ID           PIC 9(6).
       10 WS-Hh-Name         PIC X(30).
       10 WS-Hh-Period       PIC 9(6).
       10 WS-Hh-Run-Date     PIC 9(8).
       10 WS-Hh-Salary       PIC S9(8)V99.
       10 WS-Hh-Taxes        PIC S9(7)V99.
       10 WS-Hh-Extra-Pct    PIC 9(7)V99.
       10 WS-Hh-Birth-Date   PIC 9(8).
01 WS-Household-Count PIC 9(3) VALUE 0.
01 WS-Hh-Idx PIC 9(3).
01 WS-Hh-Slot PIC 9(3).
01 WS-Hh-ID-Key PIC 9(6).
*> Income lines of each household's run period.
01 WS-Income-Line-Table.
    05 WS-Inl-Entry OCCURS 2000 TIMES.
       10 WS-Inl-Slot       PIC 9(3).
       10 WS-Inl-Type       PIC X.
       10 WS-Inl-Annualized PIC S9(8)V99.
01 WS-Income-Line-Count PIC 9(4) VALUE 0.
01 WS-Inl-Idx PIC 9(4).
*> Working figures for one household under one year's tables.
01 WS-Line-Amount PIC S9(8)V99.
01 WS-Pretax-Total PIC S9(8)V99.
01 WS-Nonwage-Income PIC S9(8)V99.
01 WS-Nonwage-Tax PIC S9(8)V99.
01 WS-Walk-Base PIC S9(9)V99.
01 WS-Walk-Tax PIC S9(9)V99.
01 WS-Year-Tax PIC S9(9)V99.
01 WS-Age PIC 9(3).
01 WS-Birth-Year PIC 9(4).
01 WS-Age-Known-Flag PIC X VALUE "N".
    88 Age-Known VALUE "Y" FALSE "N".
01 WS-Cap PIC 9(7)V99.
01 WS-Cap-Flag PIC X VALUE "N".
    88 Cap-Found VALUE "Y" FALSE "N".
01 WS-Now-Table-Year PIC 9(4).
01 WS-Tax-Now PIC S9(9)V99.
01 WS-Tax-New PIC S9(9)V99.
01 WS-Tax-Change PIC S9(9)V99.
01 WS-Taxes-New PIC S9(9)V99.
01 WS-Extra-Now PIC S9(9)V99.
01 WS-Extra-New PIC S9(9)V99.
01 WS-Listed-Count PIC 9(5) VALUE 0.
01 WS-Up-Count PIC 9(5) VALUE 0.
01 WS-Down-Count PIC 9(5) VALUE 0.
01 WS-Same-Count PIC 9(5) VALUE 0.
01 WS-Total-Change PIC S9(11)V99 VALUE 0.
01 WS-Amount-Disp PIC ZZ,ZZZ,ZZ9.99-.
01 WS-Amount-Disp2 PIC ZZ,ZZZ,ZZ9.99-.
01 WS-Amount-Disp3 PIC ZZ,ZZZ,ZZ9.99-.
01 WS-Amount-Disp4 PIC ZZ,ZZZ,ZZ9.99-.
01 WS-Amount-Disp5 PIC ZZ,ZZZ,ZZ9.99-.
01 WS-Total-Disp PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
01 WS-Floor-Disp PIC ZZ,ZZZ,ZZ9.
01 WS-Rate-Disp PIC ZZ9.9999.
01 WS-Count-Disp PIC ZZZZ9.
01 WS-Extra-Now-Text PIC X(14).
01 WS-Extra-New-Text PIC X(14).
    COPY "WTM-FIGURE-MASK.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '------------------------------ WTM TAX TABLE ROLLOVER PREVIEW ------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
COMPUTE WS-New-Year = (WS-Today / 10000) + 1.
DISPLAY 'Enter the tax year whose tables to preview (YYYY, 0 = next year):'.
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
                COMPUTE WS-New-Year = FUNCTION NUMVAL(WS-Numeric-Input)
                MOVE "Y" TO WS-Input-Valid
            END-IF
        END-IF
    END-IF
END-PERFORM.
PERFORM LOAD-TAX-BRACKETS-SECT.
IF WS-Bracket-Row-Count = 0 THEN
    DISPLAY 'TAXPREVIEW: WTM-DOMESTIC-TAX-BRACKETS.DAT is empty or missing - there is no tax to preview.'
    MOVE 8 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM LOAD-SOURCE-TAX-SECT.
PERFORM LOAD-LIMITS-SECT.
MOVE 0 TO WS-New-Year-Rows.
PERFORM VARYING WS-Byr-Idx FROM 1 BY 1 UNTIL WS-Byr-Idx > WS-Bracket-Row-Count
    IF WS-Byr-Year(WS-Byr-Idx) = WS-New-Year THEN
        ADD 1 TO WS-New-Year-Rows
    END-IF
END-PERFORM.
PERFORM VARYING WS-Sty-Idx FROM 1 BY 1 UNTIL WS-Sty-Idx > WS-Stx-Row-Count
    IF WS-Sty-Year(WS-Sty-Idx) = WS-New-Year THEN
        ADD 1 TO WS-New-Year-Rows
    END-IF
END-PERFORM.
PERFORM VARYING WS-Dlm-Idx FROM 1 BY 1 UNTIL WS-Dlm-Idx > WS-Limit-Count
    IF WS-Dlm-Year(WS-Dlm-Idx) = WS-New-Year THEN
        ADD 1 TO WS-New-Year-Rows
    END-IF
END-PERFORM.
IF WS-New-Year-Rows = 0 THEN
    DISPLAY 'TAXPREVIEW: no bracket, source-rate, or limit rows are dated ', WS-New-Year,
        ' - key the new year''s rows in WTM-CONFMAINT first.'
    MOVE 8 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM LOAD-DEDUCTIONS-SECT.
PERFORM FIND-LATEST-RUNS-SECT.
IF WS-Household-Count = 0 THEN
    DISPLAY 'TAXPREVIEW: no budget runs on BUDGET-HISTORY.DAT to re-tax - nothing to preview.'
    MOVE 4 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM LOAD-NAMES-SECT.
PERFORM LOAD-BIRTH-DATES-SECT.
PERFORM LOAD-INCOME-LINES-SECT.
MOVE SPACES TO WS-Preview-Report-Name.
STRING 'WTM-TAX-PREVIEW-' DELIMITED BY SIZE
    WS-New-Year DELIMITED BY SIZE
    '.TXT' DELIMITED BY SIZE
    INTO WS-Preview-Report-Name.
OPEN OUTPUT Preview-Report-File.
IF WS-Preview-Report-Status NOT = "00" THEN
    DISPLAY 'TAXPREVIEW ERROR: could not create ', FUNCTION TRIM(WS-Preview-Report-Name),
        ', file status ', WS-Preview-Report-Status
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
MOVE 'WTM-TAXPREVIEW' TO WS-Mask-View.
SET Mask-Begin TO TRUE.
PERFORM CALL-FIGURE-MASK-SECT.
PERFORM WRITE-HEADINGS-SECT.
PERFORM VARYING WS-Hh-Idx FROM 1 BY 1 UNTIL WS-Hh-Idx > WS-Household-Count
    PERFORM REPORT-ONE-HOUSEHOLD-SECT
END-PERFORM.
MOVE SPACES TO Preview-Report-Line.
PERFORM WRITE-LINE-SECT.
MOVE SPACES TO Preview-Report-Line.
STRING WS-Listed-Count DELIMITED BY SIZE
    ' household(s) re-taxed: ' DELIMITED BY SIZE
    WS-Up-Count DELIMITED BY SIZE
    ' pay more, ' DELIMITED BY SIZE
    WS-Down-Count DELIMITED BY SIZE
    ' pay less, ' DELIMITED BY SIZE
    WS-Same-Count DELIMITED BY SIZE
    ' unchanged.' DELIMITED BY SIZE
    INTO Preview-Report-Line.
PERFORM WRITE-LINE-SECT.
MOVE WS-Total-Change TO WS-Total-Disp.
MOVE SPACES TO Preview-Report-Line.
STRING 'Total change in Taxes under the ' DELIMITED BY SIZE
    WS-New-Year DELIMITED BY SIZE
    ' tables: ' DELIMITED BY SIZE
    WS-Total-Disp DELIMITED BY SIZE
    ' (Extra moves by the same amount the other way).' DELIMITED BY SIZE
    INTO Preview-Report-Line.
PERFORM WRITE-LINE-SECT.
CLOSE Preview-Report-File.
DISPLAY 'Preview written to ', FUNCTION TRIM(WS-Preview-Report-Name), '.'.
GOBACK.

LOAD-TAX-BRACKETS-SECT.
MOVE 0 TO WS-Bracket-Row-Count.
OPEN INPUT Tax-Bracket-File.
IF WS-Tax-Bracket-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Tax-Bracket-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF WS-Bracket-Row-Count < 100 THEN
                ADD 1 TO WS-Bracket-Row-Count
                IF Bracket-Undated-Tail = SPACES THEN
                    MOVE 0 TO WS-Byr-Year(WS-Bracket-Row-Count)
                    MOVE Bracket-Undated-Floor TO WS-Byr-Floor(WS-Bracket-Row-Count)
                    MOVE Bracket-Undated-Rate TO WS-Byr-Rate(WS-Bracket-Row-Count)
                ELSE
                    MOVE Bracket-Input-Year TO WS-Byr-Year(WS-Bracket-Row-Count)
                    MOVE Bracket-Input-Floor TO WS-Byr-Floor(WS-Bracket-Row-Count)
                    MOVE Bracket-Input-Rate TO WS-Byr-Rate(WS-Bracket-Row-Count)
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Tax-Bracket-File.

LOAD-SOURCE-TAX-SECT.
MOVE 0 TO WS-Stx-Row-Count.
OPEN INPUT Source-Tax-File.
IF WS-Source-Tax-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Source-Tax-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF WS-Stx-Row-Count < 50 THEN
                ADD 1 TO WS-Stx-Row-Count
                IF Stx-Undated-Tail = SPACES THEN
                    MOVE 0 TO WS-Sty-Year(WS-Stx-Row-Count)
                    MOVE Stx-Undated-Type TO WS-Sty-Type(WS-Stx-Row-Count)
                    MOVE Stx-Undated-Rate TO WS-Sty-Rate(WS-Stx-Row-Count)
                ELSE
                    MOVE Stx-Tax-Year TO WS-Sty-Year(WS-Stx-Row-Count)
                    MOVE Stx-Source-Type TO WS-Sty-Type(WS-Stx-Row-Count)
                    MOVE Stx-Rate-Pct TO WS-Sty-Rate(WS-Stx-Row-Count)
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Source-Tax-File.

LOAD-LIMITS-SECT.
MOVE 0 TO WS-Limit-Count.
OPEN INPUT Retirement-Limit-File.
IF WS-Retirement-Limit-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Retirement-Limit-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (Rtl-Limit IS NUMERIC) AND (WS-Limit-Count < 60) THEN
                ADD 1 TO WS-Limit-Count
                MOVE Rtl-Tax-Year TO WS-Dlm-Year(WS-Limit-Count)
                MOVE Rtl-Plan-Code TO WS-Dlm-Code(WS-Limit-Count)
                MOVE Rtl-Min-Age TO WS-Dlm-Min-Age(WS-Limit-Count)
                MOVE Rtl-Max-Age TO WS-Dlm-Max-Age(WS-Limit-Count)
                MOVE Rtl-Limit TO WS-Dlm-Limit(WS-Limit-Count)
            END-IF
    END-READ
END-PERFORM.
CLOSE Retirement-Limit-File.

LOAD-DEDUCTIONS-SECT.
MOVE 0 TO WS-Deduction-Code-Count.
OPEN INPUT Deduction-Code-File.
IF WS-Deduction-Code-Status = "00" THEN
    MOVE "N" TO WS-File-EOF-Flag
    PERFORM UNTIL File-EOF
        READ Deduction-Code-File
            AT END SET File-EOF TO TRUE
            NOT AT END
                IF WS-Deduction-Code-Count < 20 THEN
                    ADD 1 TO WS-Deduction-Code-Count
                    MOVE Ded-Input-Code TO WS-Ded-Code(WS-Deduction-Code-Count)
                    MOVE Ded-Input-Type TO WS-Ded-Type(WS-Deduction-Code-Count)
                END-IF
        END-READ
    END-PERFORM
    CLOSE Deduction-Code-File
END-IF.
MOVE 0 TO WS-Election-Count.
OPEN INPUT Empl-Deduction-File.
IF WS-Empl-Deduction-Status = "00" THEN
    MOVE "N" TO WS-File-EOF-Flag
    PERFORM UNTIL File-EOF
        READ Empl-Deduction-File
            AT END SET File-EOF TO TRUE
            NOT AT END
                IF WS-Election-Count < 500 THEN
                    ADD 1 TO WS-Election-Count
                    MOVE EmpD-Employee-ID TO WS-Elc-ID(WS-Election-Count)
                    MOVE EmpD-Code TO WS-Elc-Code(WS-Election-Count)
                    MOVE EmpD-Value TO WS-Elc-Value(WS-Election-Count)
                END-IF
        END-READ
    END-PERFORM
    CLOSE Empl-Deduction-File
END-IF.

FIND-HOUSEHOLD-SECT.
*> WS-Hh-Slot is the entry for WS-Hh-ID-Key, 0 when there is none.
MOVE 0 TO WS-Hh-Slot.
PERFORM VARYING WS-Hh-Idx FROM 1 BY 1 UNTIL (WS-Hh-Idx > WS-Household-Count) OR (WS-Hh-Slot > 0)
    IF WS-Hh-ID(WS-Hh-Idx) = WS-Hh-ID-Key THEN
        MOVE WS-Hh-Idx TO WS-Hh-Slot
    END-IF
END-PERFORM.

FIND-LATEST-RUNS-SECT.
*> The latest run per household by period, then run date; superseded
*> runs and records before layout 5 are passed over.
MOVE 0 TO WS-Household-Count.
OPEN INPUT Budget-History-File.
IF WS-Budget-History-Status NOT = "00" THEN
    DISPLAY 'TAXPREVIEW: could not open BUDGET-HISTORY.DAT, file status ', WS-Budget-History-Status
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Budget-History-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (Hist-Superseded-Flag NOT = "S") AND (Hist-Layout-Version IS NUMERIC)
                AND (Hist-Layout-Version >= 5) THEN
                MOVE Hist-Employee-ID TO WS-Hh-ID-Key
                PERFORM FIND-HOUSEHOLD-SECT
                IF (WS-Hh-Slot = 0) AND (WS-Household-Count < 500) THEN
                    ADD 1 TO WS-Household-Count
                    MOVE WS-Household-Count TO WS-Hh-Slot
                    INITIALIZE WS-Hh-Entry(WS-Hh-Slot)
                    MOVE Hist-Employee-ID TO WS-Hh-ID(WS-Hh-Slot)
                    MOVE 'NOT ON MASTER' TO WS-Hh-Name(WS-Hh-Slot)
                END-IF
                IF WS-Hh-Slot > 0 THEN
                    IF (Hist-Period > WS-Hh-Period(WS-Hh-Slot))
                        OR ((Hist-Period = WS-Hh-Period(WS-Hh-Slot))
                            AND (Hist-Run-Date >= WS-Hh-Run-Date(WS-Hh-Slot))) THEN
                        MOVE Hist-Period TO WS-Hh-Period(WS-Hh-Slot)
                        MOVE Hist-Run-Date TO WS-Hh-Run-Date(WS-Hh-Slot)
                        MOVE Hist-Salary TO WS-Hh-Salary(WS-Hh-Slot)
                        MOVE Hist-Taxes TO WS-Hh-Taxes(WS-Hh-Slot)
                        MOVE Hist-Extra-Percent TO WS-Hh-Extra-Pct(WS-Hh-Slot)
                    END-IF
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Budget-History-File.

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
            MOVE Empl-ID TO WS-Hh-ID-Key
            PERFORM FIND-HOUSEHOLD-SECT
            IF WS-Hh-Slot > 0 THEN
                MOVE Empl-Name TO WS-Hh-Name(WS-Hh-Slot)
            END-IF
    END-READ
END-PERFORM.
CLOSE Employee-Master-File.

LOAD-BIRTH-DATES-SECT.
OPEN INPUT Birth-Date-File.
IF WS-Birth-Date-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Birth-Date-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            MOVE Bdt-Employee-ID TO WS-Hh-ID-Key
            PERFORM FIND-HOUSEHOLD-SECT
            IF (WS-Hh-Slot > 0) AND (Bdt-Birth-Date IS NUMERIC) THEN
                MOVE Bdt-Birth-Date TO WS-Hh-Birth-Date(WS-Hh-Slot)
            END-IF
    END-READ
END-PERFORM.
CLOSE Birth-Date-File.

LOAD-INCOME-LINES-SECT.
*> Typed income lines of each household's run period; wage lines
*> stay in the bracket base under any table, so they are not kept.
MOVE 0 TO WS-Income-Line-Count.
OPEN INPUT Income-Detail-File.
IF WS-Income-Detail-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Income-Detail-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Inc-Source-Type NOT = "W" THEN
                MOVE Inc-Employee-ID TO WS-Hh-ID-Key
                PERFORM FIND-HOUSEHOLD-SECT
                IF WS-Hh-Slot > 0 THEN
                    IF (Inc-Period = WS-Hh-Period(WS-Hh-Slot)) AND (WS-Income-Line-Count < 2000) THEN
                        ADD 1 TO WS-Income-Line-Count
                        MOVE WS-Hh-Slot TO WS-Inl-Slot(WS-Income-Line-Count)
                        MOVE Inc-Source-Type TO WS-Inl-Type(WS-Income-Line-Count)
                        MOVE Inc-Annualized TO WS-Inl-Annualized(WS-Income-Line-Count)
                    END-IF
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Income-Detail-File.

WRITE-HEADINGS-SECT.
MOVE SPACES TO Preview-Report-Line.
STRING 'WTM TAX TABLE ROLLOVER PREVIEW - tax year ' DELIMITED BY SIZE
    WS-New-Year DELIMITED BY SIZE
    ', run ' DELIMITED BY SIZE
    WS-Today DELIMITED BY SIZE
    INTO Preview-Report-Line.
PERFORM WRITE-LINE-SECT.
MOVE WS-New-Year TO WS-Tax-Year-Wanted.
PERFORM SELECT-TABLES-SECT.
MOVE SPACES TO Preview-Report-Line.
STRING 'Tables used for ' DELIMITED BY SIZE
    WS-New-Year DELIMITED BY SIZE
    ': brackets dated ' DELIMITED BY SIZE
    WS-Bracket-Table-Year DELIMITED BY SIZE
    ', source rates dated ' DELIMITED BY SIZE
    WS-Stx-Table-Year DELIMITED BY SIZE
    ', election limits dated ' DELIMITED BY SIZE
    WS-Lim-Table-Year DELIMITED BY SIZE
    ' (0000 = undated).' DELIMITED BY SIZE
    INTO Preview-Report-Line.
PERFORM WRITE-LINE-SECT.
PERFORM VARYING WS-Bracket-Idx FROM 1 BY 1 UNTIL WS-Bracket-Idx > WS-Tax-Bracket-Count
    MOVE WS-Bracket-Floor(WS-Bracket-Idx) TO WS-Floor-Disp
    MOVE WS-Bracket-Rate(WS-Bracket-Idx) TO WS-Rate-Disp
    MOVE SPACES TO Preview-Report-Line
    STRING '  bracket from ' DELIMITED BY SIZE
        WS-Floor-Disp DELIMITED BY SIZE
        ' at ' DELIMITED BY SIZE
        WS-Rate-Disp DELIMITED BY SIZE
        '%' DELIMITED BY SIZE
        INTO Preview-Report-Line
    PERFORM WRITE-LINE-SECT
END-PERFORM.
MOVE SPACES TO Preview-Report-Line.
PERFORM WRITE-LINE-SECT.
MOVE 'EMPL    NAME                           PERIOD  TBL        TAXES NOW       TAXES NEW          CHANGE       EXTRA NOW       EXTRA NEW'
    TO Preview-Report-Line.
PERFORM WRITE-LINE-SECT.

REPORT-ONE-HOUSEHOLD-SECT.
*> TBL is the year of the tables the run's own year uses today.
MOVE WS-Hh-Period(WS-Hh-Idx)(1:4) TO WS-Tax-Year-Wanted.
PERFORM TAX-UNDER-YEAR-SECT.
MOVE WS-Year-Tax TO WS-Tax-Now.
MOVE WS-Bracket-Table-Year TO WS-Now-Table-Year.
MOVE WS-New-Year TO WS-Tax-Year-Wanted.
PERFORM TAX-UNDER-YEAR-SECT.
MOVE WS-Year-Tax TO WS-Tax-New.
COMPUTE WS-Tax-Change = WS-Tax-New - WS-Tax-Now.
COMPUTE WS-Taxes-New = WS-Hh-Taxes(WS-Hh-Idx) + WS-Tax-Change.
COMPUTE WS-Extra-Now ROUNDED = WS-Hh-Salary(WS-Hh-Idx) * WS-Hh-Extra-Pct(WS-Hh-Idx) / 100.
COMPUTE WS-Extra-New = WS-Extra-Now - WS-Tax-Change.
ADD 1 TO WS-Listed-Count.
ADD WS-Tax-Change TO WS-Total-Change.
EVALUATE TRUE
    WHEN WS-Tax-Change > 0 ADD 1 TO WS-Up-Count
    WHEN WS-Tax-Change < 0 ADD 1 TO WS-Down-Count
    WHEN OTHER ADD 1 TO WS-Same-Count
END-EVALUATE.
MOVE WS-Hh-Taxes(WS-Hh-Idx) TO WS-Amount-Disp.
MOVE WS-Taxes-New TO WS-Amount-Disp2.
MOVE WS-Tax-Change TO WS-Amount-Disp3.
MOVE WS-Hh-ID(WS-Hh-Idx) TO WS-Mask-Employee-ID.
SET Mask-View TO TRUE.
PERFORM CALL-FIGURE-MASK-SECT.
IF Mask-Unmasked THEN
    MOVE WS-Extra-Now TO WS-Amount-Disp4
    MOVE WS-Amount-Disp4 TO WS-Extra-Now-Text
    MOVE WS-Extra-New TO WS-Amount-Disp5
    MOVE WS-Amount-Disp5 TO WS-Extra-New-Text
ELSE
    MOVE WS-Extra-Now TO WS-Mask-Amount
    SET Mask-Format TO TRUE
    PERFORM CALL-FIGURE-MASK-SECT
    MOVE WS-Mask-Text(2:14) TO WS-Extra-Now-Text
    MOVE WS-Extra-New TO WS-Mask-Amount
    SET Mask-Format TO TRUE
    PERFORM CALL-FIGURE-MASK-SECT
    MOVE WS-Mask-Text(2:14) TO WS-Extra-New-Text
END-IF.
MOVE SPACES TO Preview-Report-Line.
STRING WS-Hh-ID(WS-Hh-Idx) DELIMITED BY SIZE
    '  ' DELIMITED BY SIZE
    WS-Hh-Name(WS-Hh-Idx) DELIMITED BY SIZE
    ' ' DELIMITED BY SIZE
    WS-Hh-Period(WS-Hh-Idx) DELIMITED BY SIZE
    '  ' DELIMITED BY SIZE
    WS-Now-Table-Year DELIMITED BY SIZE
    '  ' DELIMITED BY SIZE
    WS-Amount-Disp DELIMITED BY SIZE
    '  ' DELIMITED BY SIZE
    WS-Amount-Disp2 DELIMITED BY SIZE
    '  ' DELIMITED BY SIZE
    WS-Amount-Disp3 DELIMITED BY SIZE
    '  ' DELIMITED BY SIZE
    WS-Extra-Now-Text DELIMITED BY SIZE
    '  ' DELIMITED BY SIZE
    WS-Extra-New-Text DELIMITED BY SIZE
    INTO Preview-Report-Line.
PERFORM WRITE-LINE-SECT.

TAX-UNDER-YEAR-SECT.
*> Federal income tax on household WS-Hh-Idx's run under the tables
*> for WS-Tax-Year-Wanted: typed non-wage income at its source rate,
*> elections capped at the year's limits, and the rest through the
*> brackets - the run's own calculation, with the year swapped.
PERFORM SELECT-TABLES-SECT.
MOVE 0 TO WS-Nonwage-Income.
MOVE 0 TO WS-Nonwage-Tax.
PERFORM VARYING WS-Inl-Idx FROM 1 BY 1 UNTIL WS-Inl-Idx > WS-Income-Line-Count
    IF WS-Inl-Slot(WS-Inl-Idx) = WS-Hh-Idx THEN
        PERFORM VARYING WS-Sty-Idx FROM 1 BY 1 UNTIL WS-Sty-Idx > WS-Stx-Row-Count
            IF (WS-Sty-Year(WS-Sty-Idx) = WS-Stx-Table-Year) AND (WS-Sty-Type(WS-Sty-Idx) = WS-Inl-Type(WS-Inl-Idx)) THEN
                COMPUTE WS-Line-Amount ROUNDED = WS-Inl-Annualized(WS-Inl-Idx) * (WS-Sty-Rate(WS-Sty-Idx) / 100)
                ADD WS-Line-Amount TO WS-Nonwage-Tax
                ADD WS-Inl-Annualized(WS-Inl-Idx) TO WS-Nonwage-Income
            END-IF
        END-PERFORM
    END-IF
END-PERFORM.
PERFORM PRETAX-UNDER-YEAR-SECT.
COMPUTE WS-Walk-Base = WS-Hh-Salary(WS-Hh-Idx) - WS-Nonwage-Income - WS-Pretax-Total.
IF WS-Walk-Base < 0 THEN
    MOVE 0 TO WS-Walk-Base
END-IF.
PERFORM BRACKET-TAX-SECT.
COMPUTE WS-Year-Tax = WS-Walk-Tax + WS-Nonwage-Tax.

PRETAX-UNDER-YEAR-SECT.
*> The household's elections as the run applies them - P a percent
*> of salary, F a flat amount, unknown codes skipped - each capped at
*> its code's limit for the year: the band holding the age at the end
*> of the year, else the base band.
MOVE 0 TO WS-Pretax-Total.
MOVE "N" TO WS-Age-Known-Flag.
IF WS-Hh-Birth-Date(WS-Hh-Idx) > 0 THEN
    MOVE WS-Hh-Birth-Date(WS-Hh-Idx)(1:4) TO WS-Birth-Year
    IF WS-Birth-Year NOT > WS-Tax-Year-Wanted THEN
        COMPUTE WS-Age = WS-Tax-Year-Wanted - WS-Birth-Year
        SET Age-Known TO TRUE
    END-IF
END-IF.
PERFORM VARYING WS-Elc-Idx FROM 1 BY 1 UNTIL WS-Elc-Idx > WS-Election-Count
    IF WS-Elc-ID(WS-Elc-Idx) = WS-Hh-ID(WS-Hh-Idx) THEN
        MOVE SPACE TO WS-Ded-Type-Found
        PERFORM VARYING WS-Ded-Idx FROM 1 BY 1 UNTIL WS-Ded-Idx > WS-Deduction-Code-Count
            IF WS-Ded-Code(WS-Ded-Idx) = WS-Elc-Code(WS-Elc-Idx) THEN
                MOVE WS-Ded-Type(WS-Ded-Idx) TO WS-Ded-Type-Found
            END-IF
        END-PERFORM
        IF WS-Ded-Type-Found NOT = SPACE THEN
            IF WS-Ded-Type-Found = "P" THEN
                COMPUTE WS-Line-Amount ROUNDED = WS-Hh-Salary(WS-Hh-Idx) * (WS-Elc-Value(WS-Elc-Idx) / 100)
            ELSE
                MOVE WS-Elc-Value(WS-Elc-Idx) TO WS-Line-Amount
            END-IF
            PERFORM APPLY-LIMIT-SECT
            ADD WS-Line-Amount TO WS-Pretax-Total
        END-IF
    END-IF
END-PERFORM.
IF WS-Pretax-Total > WS-Hh-Salary(WS-Hh-Idx) THEN
    MOVE WS-Hh-Salary(WS-Hh-Idx) TO WS-Pretax-Total
END-IF.

APPLY-LIMIT-SECT.
MOVE "N" TO WS-Cap-Flag.
PERFORM VARYING WS-Dlm-Idx FROM 1 BY 1 UNTIL WS-Dlm-Idx > WS-Limit-Count
    IF (WS-Dlm-Year(WS-Dlm-Idx) = WS-Lim-Table-Year) AND (WS-Dlm-Code(WS-Dlm-Idx) = WS-Elc-Code(WS-Elc-Idx)) THEN
        IF (WS-Dlm-Min-Age(WS-Dlm-Idx) = 0) AND (NOT Cap-Found) THEN
            MOVE WS-Dlm-Limit(WS-Dlm-Idx) TO WS-Cap
            SET Cap-Found TO TRUE
        END-IF
        IF Age-Known AND (WS-Age NOT < WS-Dlm-Min-Age(WS-Dlm-Idx))
            AND (WS-Age NOT > WS-Dlm-Max-Age(WS-Dlm-Idx)) THEN
            MOVE WS-Dlm-Limit(WS-Dlm-Idx) TO WS-Cap
            SET Cap-Found TO TRUE
        END-IF
    END-IF
END-PERFORM.
IF Cap-Found AND (WS-Line-Amount > WS-Cap) THEN
    MOVE WS-Cap TO WS-Line-Amount
END-IF.

SELECT-TABLES-SECT.
*> The year of each table WS-Tax-Year-Wanted taxes with, and that
*> year's brackets in the active table.
PERFORM PICK-YEAR-RESET-SECT.
PERFORM VARYING WS-Byr-Idx FROM 1 BY 1 UNTIL WS-Byr-Idx > WS-Bracket-Row-Count
    MOVE WS-Byr-Year(WS-Byr-Idx) TO WS-Pick-Candidate
    PERFORM PICK-YEAR-CANDIDATE-SECT
END-PERFORM.
PERFORM PICK-YEAR-RESOLVE-SECT.
MOVE WS-Pick-Year TO WS-Bracket-Table-Year.
MOVE 0 TO WS-Tax-Bracket-Count.
PERFORM VARYING WS-Byr-Idx FROM 1 BY 1 UNTIL WS-Byr-Idx > WS-Bracket-Row-Count
    IF (WS-Byr-Year(WS-Byr-Idx) = WS-Bracket-Table-Year) AND (WS-Tax-Bracket-Count < 10) THEN
        ADD 1 TO WS-Tax-Bracket-Count
        MOVE WS-Byr-Floor(WS-Byr-Idx) TO WS-Bracket-Floor(WS-Tax-Bracket-Count)
        MOVE WS-Byr-Rate(WS-Byr-Idx) TO WS-Bracket-Rate(WS-Tax-Bracket-Count)
    END-IF
END-PERFORM.
PERFORM PICK-YEAR-RESET-SECT.
PERFORM VARYING WS-Sty-Idx FROM 1 BY 1 UNTIL WS-Sty-Idx > WS-Stx-Row-Count
    MOVE WS-Sty-Year(WS-Sty-Idx) TO WS-Pick-Candidate
    PERFORM PICK-YEAR-CANDIDATE-SECT
END-PERFORM.
PERFORM PICK-YEAR-RESOLVE-SECT.
MOVE WS-Pick-Year TO WS-Stx-Table-Year.
PERFORM PICK-YEAR-RESET-SECT.
PERFORM VARYING WS-Dlm-Idx FROM 1 BY 1 UNTIL WS-Dlm-Idx > WS-Limit-Count
    MOVE WS-Dlm-Year(WS-Dlm-Idx) TO WS-Pick-Candidate
    PERFORM PICK-YEAR-CANDIDATE-SECT
END-PERFORM.
PERFORM PICK-YEAR-RESOLVE-SECT.
MOVE WS-Pick-Year TO WS-Lim-Table-Year.

PICK-YEAR-RESET-SECT.
MOVE "N" TO WS-Pick-Found-Flag.
MOVE "N" TO WS-Pick-Any-Flag.
MOVE 0 TO WS-Pick-Best.
MOVE 0 TO WS-Pick-Earliest.

PICK-YEAR-CANDIDATE-SECT.
*> One row's tax year against WS-Tax-Year-Wanted.
IF (NOT Pick-Any-Year) OR (WS-Pick-Candidate < WS-Pick-Earliest) THEN
    MOVE WS-Pick-Candidate TO WS-Pick-Earliest
END-IF.
SET Pick-Any-Year TO TRUE.
IF WS-Pick-Candidate NOT > WS-Tax-Year-Wanted THEN
    IF (NOT Pick-Year-Found) OR (WS-Pick-Candidate > WS-Pick-Best) THEN
        MOVE WS-Pick-Candidate TO WS-Pick-Best
        SET Pick-Year-Found TO TRUE
    END-IF
END-IF.

PICK-YEAR-RESOLVE-SECT.
IF Pick-Year-Found THEN
    MOVE WS-Pick-Best TO WS-Pick-Year
ELSE
    MOVE WS-Pick-Earliest TO WS-Pick-Year
END-IF.

BRACKET-TAX-SECT.
*> Federal tax on WS-Walk-Base through the active brackets: each band
*> between a bracket floor and the next taxed at its own rate.
MOVE 0 TO WS-Walk-Tax.
PERFORM VARYING WS-Bracket-Idx FROM 1 BY 1 UNTIL WS-Bracket-Idx > WS-Tax-Bracket-Count
    IF WS-Bracket-Idx < WS-Tax-Bracket-Count THEN
        MOVE WS-Bracket-Floor(WS-Bracket-Idx + 1) TO WS-Bracket-Upper
    ELSE
        MOVE 99999999 TO WS-Bracket-Upper
    END-IF
    IF WS-Walk-Base > WS-Bracket-Floor(WS-Bracket-Idx) THEN
        IF WS-Walk-Base < WS-Bracket-Upper THEN
            COMPUTE WS-Bracket-Band = WS-Walk-Base - WS-Bracket-Floor(WS-Bracket-Idx)
        ELSE
            COMPUTE WS-Bracket-Band = WS-Bracket-Upper - WS-Bracket-Floor(WS-Bracket-Idx)
        END-IF
        COMPUTE WS-Walk-Tax ROUNDED = WS-Walk-Tax
            + (WS-Bracket-Band * (WS-Bracket-Rate(WS-Bracket-Idx) / 100))
    END-IF
END-PERFORM.

CALL-FIGURE-MASK-SECT.
CALL 'WTM-FIGURE-MASK' USING WS-Mask-Function, WS-Mask-View, WS-Mask-Employee-ID,
    WS-Mask-Amount, WS-Mask-Result, WS-Mask-Text.

WRITE-LINE-SECT.
WRITE Preview-Report-Line.
DISPLAY FUNCTION TRIM(Preview-Report-Line, TRAILING).

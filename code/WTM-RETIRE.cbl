*> Retirement contribution headroom and tax-savings report, for the
*> enrollment meetings. The 401K code on WTM-DEDUCTION-CODES.DAT is
*> applied in the budget run as each employee elected it; this report
*> tells them how much more they could put in and what it would save.
*> For every active employee with a current budget run it takes the
*> latest run from BUDGET-HISTORY.DAT, the 401K election from
*> WTM-EMPL-DEDUCTIONS.DAT (a P election is a percent of salary, an F
*> election a flat annual amount - as the run applies them), and the
*> year's contribution limit from WTM-RETIREMENT-LIMITS.DAT, one row
*> per age band so the catch-up limit applies from the age the table
*> says. Age is taken at the end of the tax year from the birth dates
*> HR supplies in WTM-EMPL-BIRTH-DATES.DAT; an employee not on that
*> file gets the base limit and is marked so. Headroom is the limit
*> less the election (never more than the pay left after the run's
*> pre-tax deductions). The tax saving is the federal tax on the
*> run's bracket base through WTM-DOMESTIC-TAX-BRACKETS.DAT, less the
*> tax on that base with the headroom also taken off - the same
*> marginal walk COMPUTE-MARGINAL-TAX-SECT does, with the brackets
*> and source rates dated for the plan year. The effect on Extra
*> is the run's Extra less the extra contribution plus the saving.
*> Output to the console and WTM-RETIRE-HEADROOM.TXT. The Extra
*> figures print as bands, and the Extra percent is left blank, unless
*> the operator is a supervisor or admin (WTM-FIGURE-MASK); each
*> unmasked employee is logged.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-RETIRE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Employee-Master-File ASSIGN TO "WTM-EMPLOYEE-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Employee-Master-Status.
    SELECT Budget-History-File ASSIGN TO "BUDGET-HISTORY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Budget-History-Status.
    SELECT Deduction-Code-File ASSIGN TO "WTM-DEDUCTION-CODES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Deduction-Code-Status.
    SELECT Empl-Deduction-File ASSIGN TO "WTM-EMPL-DEDUCTIONS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Empl-Deduction-Status.
    SELECT Retirement-Limit-File ASSIGN TO "WTM-RETIREMENT-LIMITS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Retirement-Limit-Status.
    SELECT Birth-Date-File ASSIGN TO "WTM-EMPL-BIRTH-DATES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Birth-Date-Status.
    SELECT Tax-Bracket-File ASSIGN TO "WTM-DOMESTIC-TAX-BRACKETS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Tax-Bracket-Status.
    SELECT Income-Detail-File ASSIGN TO "WTM-INCOME-DETAIL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Income-Detail-Status.
    SELECT Source-Tax-File ASSIGN TO "WTM-SOURCE-TAX-RATES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Source-Tax-Status.
    SELECT Retire-Report-File ASSIGN TO "WTM-RETIRE-HEADROOM.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Retire-Report-Status.
    SELECT Retire-Sort-File ASSIGN TO "WTM-RETIRE-SORT.TMP".

DATA DIVISION.
FILE SECTION.
FD  Employee-Master-File.
    COPY "WTM-EMPLOYEE-MASTER-REC.cpy".

FD  Budget-History-File.
    COPY "WTM-HISTORY-REC.cpy".

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

FD  Tax-Bracket-File.
    COPY "WTM-TAX-BRACKET-REC.cpy".

FD  Income-Detail-File.
    COPY "WTM-INCOME-DETAIL-REC.cpy".

FD  Source-Tax-File.
    COPY "WTM-SOURCE-TAX-REC.cpy".

FD  Retire-Report-File.
01 Retire-Report-Line PIC X(132).

SD  Retire-Sort-File.
01 Retire-Sort-Record.
    05 Rsr-Company      PIC X(3).
    05 Rsr-Department   PIC X(10).
    05 Rsr-Employee-ID  PIC 9(6).
    05 Rsr-Slot         PIC 9(3).

WORKING-STORAGE SECTION.
01 WS-Employee-Master-Status PIC XX.
01 WS-Budget-History-Status PIC XX.
01 WS-Deduction-Code-Status PIC XX.
01 WS-Empl-Deduction-Status PIC XX.
01 WS-Retirement-Limit-Status PIC XX.
01 WS-Birth-Date-Status PIC XX.
01 WS-Tax-Bracket-Status PIC XX.
01 WS-Income-Detail-Status PIC XX.
01 WS-Source-Tax-Status PIC XX.
01 WS-Retire-Report-Status PIC XX.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Sort-EOF-Flag PIC X VALUE "N".
    88 Sort-EOF VALUE "Y" FALSE "N".
01 WS-Today PIC 9(8).
01 WS-Tax-Year PIC 9(4).
01 WS-Plan-Code PIC X(4) VALUE '401K'.
01 WS-Plan-Type PIC X VALUE SPACE.
01 WS-Numeric-Input PIC X(8).
01 WS-Test-Numval PIC S9(6).
01 WS-Input-Valid PIC X VALUE "N".
    88 Input-Valid VALUE "Y".
*> Active employees and what their latest current run carried.
01 WS-Employee-Table.
    05 WS-Emp-Entry OCCURS 500 TIMES.
       10 WS-Emp-ID          PIC 9(6).
       10 WS-Emp-Name        PIC X(30).
       10 WS-Emp-Company     PIC X(3).
       10 WS-Emp-Department  PIC X(10).
       10 WS-Emp-Birth-Date  PIC 9(8).
       10 WS-Emp-Run-Period  PIC 9(6).
       10 WS-Emp-Run-Date    PIC 9(8).
       10 WS-Emp-Salary      PIC S9(8)V99.
       10 WS-Emp-Pretax      PIC S9(8)V99.
       10 WS-Emp-Extra-Pct   PIC 9(7)V99.
       10 WS-Emp-Nonwage     PIC S9(8)V99.
       10 WS-Emp-Election    PIC S9(8)V99.
01 WS-Employee-Count PIC 9(3) VALUE 0.
01 WS-Emp-Idx PIC 9(3).
01 WS-Emp-Slot PIC 9(3).
01 WS-Emp-ID-Key PIC 9(6).
01 WS-Limit-Table.
    05 WS-Lim-Entry OCCURS 20 TIMES.
       10 WS-Lim-Min-Age PIC 9(3).
       10 WS-Lim-Max-Age PIC 9(3).
       10 WS-Lim-Amount  PIC 9(7)V99.
01 WS-Limit-Count PIC 9(2) VALUE 0.
01 WS-Lim-Idx PIC 9(2).
01 WS-Base-Limit PIC 9(7)V99.
01 WS-Tax-Bracket-Table.
    05 WS-Bracket-Entry OCCURS 10 TIMES.
       10 WS-Bracket-Floor PIC 9(8).
       10 WS-Bracket-Rate  PIC 9(3)V9999.
01 WS-Tax-Bracket-Count PIC 9(2) VALUE 0.
01 WS-Bracket-Idx PIC 9(2).
01 WS-Bracket-Upper PIC 9(8).
01 WS-Bracket-Band PIC S9(9)V99.
01 WS-Source-Tax-Table.
    05 WS-Stx-Entry OCCURS 10 TIMES.
       10 WS-Stx-Type PIC X.
       10 WS-Stx-Rate PIC 9(3)V99.
01 WS-Source-Tax-Count PIC 9(2) VALUE 0.
01 WS-Stx-Idx PIC 9(2).
*> Tax-year pick for the dated tables: the latest year on file not
*> after the wanted year (undated rows count as year 0), else the
*> earliest year on file.
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
01 WS-Row-Floor PIC 9(8).
01 WS-Row-Rate PIC 9(3)V9999.
01 WS-Row-Type PIC X.
01 WS-Row-Stx-Rate PIC 9(3)V99.
*> Per-employee working figures.
01 WS-Age PIC 9(3).
01 WS-Birth-Year PIC 9(4).
01 WS-Age-Known-Flag PIC X VALUE "N".
    88 Age-Known VALUE "Y" FALSE "N".
01 WS-Limit PIC 9(7)V99.
01 WS-Catch-Up PIC S9(7)V99.
01 WS-Headroom PIC S9(8)V99.
01 WS-Pay-Room PIC S9(8)V99.
01 WS-Bracket-Base PIC S9(9)V99.
01 WS-Walk-Base PIC S9(9)V99.
01 WS-Walk-Tax PIC S9(9)V99.
01 WS-Tax-Now PIC S9(9)V99.
01 WS-Tax-Maxed PIC S9(9)V99.
01 WS-Tax-Saving PIC S9(9)V99.
01 WS-Marginal-Rate PIC 9(3)V9999.
01 WS-Extra-Now PIC S9(9)V99.
01 WS-Extra-Maxed PIC S9(9)V99.
01 WS-Extra-Maxed-Pct PIC S9(5)V99.
01 WS-Listed-Count PIC 9(5) VALUE 0.
01 WS-Headroom-Count PIC 9(5) VALUE 0.
01 WS-Total-Headroom PIC S9(11)V99 VALUE 0.
01 WS-Total-Saving PIC S9(11)V99 VALUE 0.
01 WS-Amount-Disp PIC ZZ,ZZZ,ZZ9.99-.
01 WS-Amount-Disp2 PIC ZZ,ZZZ,ZZ9.99-.
01 WS-Amount-Disp3 PIC ZZ,ZZZ,ZZ9.99-.
01 WS-Amount-Disp4 PIC ZZ,ZZZ,ZZ9.99-.
01 WS-Total-Disp PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
01 WS-Rate-Disp PIC ZZ9.99.
01 WS-Pct-Disp PIC ZZ9.99-.
01 WS-Age-Text PIC X(4).
01 WS-Extra-Now-Text PIC X(14).
01 WS-Extra-Maxed-Text PIC X(14).
01 WS-Pct-Text PIC X(8).
    COPY "WTM-FIGURE-MASK.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '------------------------ WTM RETIREMENT CONTRIBUTION HEADROOM REPORT ------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
MOVE WS-Today(1:4) TO WS-Tax-Year.
DISPLAY 'Enter the plan year for the contribution limits (YYYY, 0 = this year):'.
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
PERFORM LOAD-LIMITS-SECT.
IF WS-Limit-Count = 0 THEN
    DISPLAY 'RETIRE: WTM-RETIREMENT-LIMITS.DAT has no ', WS-Plan-Code, ' limit for ', WS-Tax-Year,
        ' - add the year''s limits before running the report.'
    MOVE 8 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM LOAD-TAX-BRACKETS-SECT.
IF WS-Tax-Bracket-Count = 0 THEN
    DISPLAY 'RETIRE: WTM-DOMESTIC-TAX-BRACKETS.DAT is empty or missing - the tax saving cannot be figured.'
    MOVE 8 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM LOAD-PLAN-TYPE-SECT.
PERFORM LOAD-ACTIVE-EMPLOYEES-SECT.
PERFORM LOAD-BIRTH-DATES-SECT.
PERFORM FIND-LATEST-RUNS-SECT.
PERFORM LOAD-ELECTIONS-SECT.
PERFORM LOAD-SOURCE-TAX-SECT.
PERFORM LOAD-NONWAGE-INCOME-SECT.
OPEN OUTPUT Retire-Report-File.
IF WS-Retire-Report-Status NOT = "00" THEN
    DISPLAY 'RETIRE ERROR: could not create WTM-RETIRE-HEADROOM.TXT, file status ', WS-Retire-Report-Status
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
MOVE 'WTM-RETIRE' TO WS-Mask-View.
SET Mask-Begin TO TRUE.
PERFORM CALL-FIGURE-MASK-SECT.
PERFORM WRITE-HEADINGS-SECT.
SORT Retire-Sort-File
    ON ASCENDING KEY Rsr-Company
                     Rsr-Department
                     Rsr-Employee-ID
    INPUT PROCEDURE IS RELEASE-EMPLOYEES-SECT
    OUTPUT PROCEDURE IS PRINT-EMPLOYEES-SECT.
MOVE SPACES TO Retire-Report-Line.
PERFORM WRITE-LINE-SECT.
MOVE WS-Total-Headroom TO WS-Total-Disp.
MOVE SPACES TO Retire-Report-Line.
STRING WS-Listed-Count DELIMITED BY SIZE
    ' employee(s) listed, ' DELIMITED BY SIZE
    WS-Headroom-Count DELIMITED BY SIZE
    ' with room to contribute more; total headroom ' DELIMITED BY SIZE
    WS-Total-Disp DELIMITED BY SIZE
    INTO Retire-Report-Line.
PERFORM WRITE-LINE-SECT.
MOVE WS-Total-Saving TO WS-Total-Disp.
MOVE SPACES TO Retire-Report-Line.
STRING 'Federal tax saving if every one of them maxed out: ' DELIMITED BY SIZE
    WS-Total-Disp DELIMITED BY SIZE
    INTO Retire-Report-Line.
PERFORM WRITE-LINE-SECT.
CLOSE Retire-Report-File.
DISPLAY 'Report written to WTM-RETIRE-HEADROOM.TXT.'.
GOBACK.

LOAD-LIMITS-SECT.
*> This year's rows for the plan, one per age band; the band that
*> starts at age 0 is the base limit the catch-up is measured from.
MOVE 0 TO WS-Limit-Count.
MOVE 0 TO WS-Base-Limit.
OPEN INPUT Retirement-Limit-File.
IF WS-Retirement-Limit-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Retirement-Limit-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (Rtl-Tax-Year = WS-Tax-Year) AND (Rtl-Plan-Code = WS-Plan-Code)
                AND (Rtl-Limit IS NUMERIC) AND (WS-Limit-Count < 20) THEN
                ADD 1 TO WS-Limit-Count
                MOVE Rtl-Min-Age TO WS-Lim-Min-Age(WS-Limit-Count)
                MOVE Rtl-Max-Age TO WS-Lim-Max-Age(WS-Limit-Count)
                MOVE Rtl-Limit TO WS-Lim-Amount(WS-Limit-Count)
                IF Rtl-Min-Age = 0 THEN
                    MOVE Rtl-Limit TO WS-Base-Limit
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Retirement-Limit-File.

LOAD-TAX-BRACKETS-SECT.
*> The plan year's brackets: one pass finds the year to use, a second
*> loads that year's rows.
MOVE 0 TO WS-Tax-Bracket-Count.
MOVE WS-Tax-Year TO WS-Tax-Year-Wanted.
PERFORM PICK-YEAR-RESET-SECT.
OPEN INPUT Tax-Bracket-File.
IF WS-Tax-Bracket-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Tax-Bracket-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            PERFORM BRACKET-ROW-YEAR-SECT
            PERFORM PICK-YEAR-CANDIDATE-SECT
    END-READ
END-PERFORM.
CLOSE Tax-Bracket-File.
PERFORM PICK-YEAR-RESOLVE-SECT.
MOVE WS-Pick-Year TO WS-Bracket-Table-Year.
OPEN INPUT Tax-Bracket-File.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Tax-Bracket-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            PERFORM BRACKET-ROW-YEAR-SECT
            IF (WS-Pick-Candidate = WS-Bracket-Table-Year) AND (WS-Tax-Bracket-Count < 10) THEN
                ADD 1 TO WS-Tax-Bracket-Count
                MOVE WS-Row-Floor TO WS-Bracket-Floor(WS-Tax-Bracket-Count)
                MOVE WS-Row-Rate TO WS-Bracket-Rate(WS-Tax-Bracket-Count)
            END-IF
    END-READ
END-PERFORM.
CLOSE Tax-Bracket-File.
IF (WS-Tax-Bracket-Count > 0) AND (WS-Bracket-Table-Year NOT = WS-Tax-Year) THEN
    DISPLAY 'RETIRE: no tax brackets dated ', WS-Tax-Year, ' - the tax saving uses the ',
        WS-Bracket-Table-Year, ' brackets (0 = undated).'
END-IF.

LOAD-PLAN-TYPE-SECT.
*> P (percent of salary) or F (flat annual) - how the run reads an
*> election against the plan code.
OPEN INPUT Deduction-Code-File.
IF WS-Deduction-Code-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Deduction-Code-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Ded-Input-Code = WS-Plan-Code THEN
                MOVE Ded-Input-Type TO WS-Plan-Type
            END-IF
    END-READ
END-PERFORM.
CLOSE Deduction-Code-File.
IF WS-Plan-Type = SPACE THEN
    DISPLAY 'NOTICE: ', WS-Plan-Code, ' is not on WTM-DEDUCTION-CODES.DAT - the run skips such elections,'
    DISPLAY 'so every employee is shown with nothing elected.'
END-IF.

LOAD-ACTIVE-EMPLOYEES-SECT.
MOVE 0 TO WS-Employee-Count.
OPEN INPUT Employee-Master-File.
IF WS-Employee-Master-Status NOT = "00" THEN
    DISPLAY 'RETIRE: could not open WTM-EMPLOYEE-MASTER.DAT, file status ', WS-Employee-Master-Status
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Employee-Master-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Empl-Active AND (WS-Employee-Count < 500) THEN
                ADD 1 TO WS-Employee-Count
                INITIALIZE WS-Emp-Entry(WS-Employee-Count)
                MOVE Empl-ID TO WS-Emp-ID(WS-Employee-Count)
                MOVE Empl-Name TO WS-Emp-Name(WS-Employee-Count)
                MOVE Empl-Company TO WS-Emp-Company(WS-Employee-Count)
                MOVE Empl-Department TO WS-Emp-Department(WS-Employee-Count)
            END-IF
    END-READ
END-PERFORM.
CLOSE Employee-Master-File.

FIND-EMPLOYEE-SECT.
*> WS-Emp-Slot is the table entry for WS-Emp-ID-Key, 0 when the
*> employee is not an active one.
MOVE 0 TO WS-Emp-Slot.
PERFORM VARYING WS-Emp-Idx FROM 1 BY 1 UNTIL (WS-Emp-Idx > WS-Employee-Count) OR (WS-Emp-Slot > 0)
    IF WS-Emp-ID(WS-Emp-Idx) = WS-Emp-ID-Key THEN
        MOVE WS-Emp-Idx TO WS-Emp-Slot
    END-IF
END-PERFORM.

LOAD-BIRTH-DATES-SECT.
OPEN INPUT Birth-Date-File.
IF WS-Birth-Date-Status NOT = "00" THEN
    DISPLAY 'NOTICE: no WTM-EMPL-BIRTH-DATES.DAT - ages are unknown, so no catch-up limit is applied.'
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Birth-Date-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            MOVE Bdt-Employee-ID TO WS-Emp-ID-Key
            PERFORM FIND-EMPLOYEE-SECT
            IF (WS-Emp-Slot > 0) AND (Bdt-Birth-Date IS NUMERIC) THEN
                MOVE Bdt-Birth-Date TO WS-Emp-Birth-Date(WS-Emp-Slot)
            END-IF
    END-READ
END-PERFORM.
CLOSE Birth-Date-File.

FIND-LATEST-RUNS-SECT.
*> The latest run per employee by period, then run date; superseded
*> runs and records too old to carry the pre-tax deduction total
*> (before layout 5) are passed over.
OPEN INPUT Budget-History-File.
IF WS-Budget-History-Status NOT = "00" THEN
    DISPLAY 'RETIRE: could not open BUDGET-HISTORY.DAT, file status ', WS-Budget-History-Status
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Budget-History-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (Hist-Superseded-Flag NOT = "S") AND (Hist-Layout-Version IS NUMERIC)
                AND (Hist-Layout-Version >= 5) THEN
                MOVE Hist-Employee-ID TO WS-Emp-ID-Key
                PERFORM FIND-EMPLOYEE-SECT
                IF WS-Emp-Slot > 0 THEN
                    IF (Hist-Period > WS-Emp-Run-Period(WS-Emp-Slot))
                        OR ((Hist-Period = WS-Emp-Run-Period(WS-Emp-Slot))
                            AND (Hist-Run-Date >= WS-Emp-Run-Date(WS-Emp-Slot))) THEN
                        MOVE Hist-Period TO WS-Emp-Run-Period(WS-Emp-Slot)
                        MOVE Hist-Run-Date TO WS-Emp-Run-Date(WS-Emp-Slot)
                        MOVE Hist-Salary TO WS-Emp-Salary(WS-Emp-Slot)
                        MOVE Hist-Pretax-Deductions TO WS-Emp-Pretax(WS-Emp-Slot)
                        MOVE Hist-Extra-Percent TO WS-Emp-Extra-Pct(WS-Emp-Slot)
                    END-IF
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Budget-History-File.

LOAD-ELECTIONS-SECT.
OPEN INPUT Empl-Deduction-File.
IF WS-Empl-Deduction-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Empl-Deduction-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (EmpD-Code = WS-Plan-Code) AND (WS-Plan-Type NOT = SPACE) THEN
                MOVE EmpD-Employee-ID TO WS-Emp-ID-Key
                PERFORM FIND-EMPLOYEE-SECT
                IF WS-Emp-Slot > 0 THEN
                    IF WS-Plan-Type = "P" THEN
                        COMPUTE WS-Emp-Election(WS-Emp-Slot) ROUNDED = WS-Emp-Election(WS-Emp-Slot)
                            + (WS-Emp-Salary(WS-Emp-Slot) * (EmpD-Value / 100))
                    ELSE
                        ADD EmpD-Value TO WS-Emp-Election(WS-Emp-Slot)
                    END-IF
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Empl-Deduction-File.

LOAD-SOURCE-TAX-SECT.
*> The plan year's source rates, picked the same way as the brackets.
MOVE 0 TO WS-Source-Tax-Count.
MOVE WS-Tax-Year TO WS-Tax-Year-Wanted.
PERFORM PICK-YEAR-RESET-SECT.
OPEN INPUT Source-Tax-File.
IF WS-Source-Tax-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Source-Tax-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            PERFORM STX-ROW-YEAR-SECT
            PERFORM PICK-YEAR-CANDIDATE-SECT
    END-READ
END-PERFORM.
CLOSE Source-Tax-File.
PERFORM PICK-YEAR-RESOLVE-SECT.
MOVE WS-Pick-Year TO WS-Stx-Table-Year.
OPEN INPUT Source-Tax-File.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Source-Tax-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            PERFORM STX-ROW-YEAR-SECT
            IF (WS-Pick-Candidate = WS-Stx-Table-Year)
                AND (WS-Row-Type NOT = "W") AND (WS-Row-Type NOT = SPACE)
                AND (WS-Row-Stx-Rate IS NUMERIC) AND (WS-Source-Tax-Count < 10) THEN
                ADD 1 TO WS-Source-Tax-Count
                MOVE WS-Row-Type TO WS-Stx-Type(WS-Source-Tax-Count)
                MOVE WS-Row-Stx-Rate TO WS-Stx-Rate(WS-Source-Tax-Count)
            END-IF
    END-READ
END-PERFORM.
CLOSE Source-Tax-File.

LOAD-NONWAGE-INCOME-SECT.
*> Income the run taxed at a flat source rate stayed out of the
*> bracket base; it is taken out here the same way, from the income
*> lines of the employee's run period.
IF WS-Source-Tax-Count = 0 THEN
    EXIT PARAGRAPH
END-IF.
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
                MOVE Inc-Employee-ID TO WS-Emp-ID-Key
                PERFORM FIND-EMPLOYEE-SECT
                IF WS-Emp-Slot > 0 THEN
                    IF Inc-Period = WS-Emp-Run-Period(WS-Emp-Slot) THEN
                        PERFORM VARYING WS-Stx-Idx FROM 1 BY 1 UNTIL WS-Stx-Idx > WS-Source-Tax-Count
                            IF WS-Stx-Type(WS-Stx-Idx) = Inc-Source-Type THEN
                                ADD Inc-Annualized TO WS-Emp-Nonwage(WS-Emp-Slot)
                            END-IF
                        END-PERFORM
                    END-IF
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Income-Detail-File.

WRITE-HEADINGS-SECT.
MOVE SPACES TO Retire-Report-Line.
STRING 'WTM RETIREMENT CONTRIBUTION HEADROOM - ' DELIMITED BY SIZE
    WS-Plan-Code DELIMITED BY SIZE
    ' plan year ' DELIMITED BY SIZE
    WS-Tax-Year DELIMITED BY SIZE
    ', run ' DELIMITED BY SIZE
    WS-Today DELIMITED BY SIZE
    INTO Retire-Report-Line.
PERFORM WRITE-LINE-SECT.
PERFORM VARYING WS-Lim-Idx FROM 1 BY 1 UNTIL WS-Lim-Idx > WS-Limit-Count
    MOVE WS-Lim-Amount(WS-Lim-Idx) TO WS-Amount-Disp
    COMPUTE WS-Catch-Up = WS-Lim-Amount(WS-Lim-Idx) - WS-Base-Limit
    MOVE WS-Catch-Up TO WS-Amount-Disp2
    MOVE SPACES TO Retire-Report-Line
    STRING '  limit, age ' DELIMITED BY SIZE
        WS-Lim-Min-Age(WS-Lim-Idx) DELIMITED BY SIZE
        '-' DELIMITED BY SIZE
        WS-Lim-Max-Age(WS-Lim-Idx) DELIMITED BY SIZE
        ': ' DELIMITED BY SIZE
        WS-Amount-Disp DELIMITED BY SIZE
        '  (catch-up ' DELIMITED BY SIZE
        WS-Amount-Disp2 DELIMITED BY SIZE
        ')' DELIMITED BY SIZE
        INTO Retire-Report-Line
    PERFORM WRITE-LINE-SECT
END-PERFORM.
MOVE SPACES TO Retire-Report-Line.
PERFORM WRITE-LINE-SECT.
MOVE 'CO  DEPT       EMPL    NAME                           AGE   LIMIT         ELECTED       HEADROOM'
    TO Retire-Report-Line.
PERFORM WRITE-LINE-SECT.
MOVE '                       MARGINAL  TAX SAVING    EXTRA NOW       EXTRA IF MAXED  EXTRA % IF MAXED'
    TO Retire-Report-Line.
PERFORM WRITE-LINE-SECT.

RELEASE-EMPLOYEES-SECT.
PERFORM VARYING WS-Emp-Idx FROM 1 BY 1 UNTIL WS-Emp-Idx > WS-Employee-Count
    IF WS-Emp-Run-Period(WS-Emp-Idx) > 0 THEN
        MOVE WS-Emp-Company(WS-Emp-Idx) TO Rsr-Company
        MOVE WS-Emp-Department(WS-Emp-Idx) TO Rsr-Department
        MOVE WS-Emp-ID(WS-Emp-Idx) TO Rsr-Employee-ID
        MOVE WS-Emp-Idx TO Rsr-Slot
        RELEASE Retire-Sort-Record
    END-IF
END-PERFORM.

PRINT-EMPLOYEES-SECT.
MOVE "N" TO WS-Sort-EOF-Flag.
PERFORM UNTIL Sort-EOF
    RETURN Retire-Sort-File
        AT END SET Sort-EOF TO TRUE
        NOT AT END
            MOVE Rsr-Slot TO WS-Emp-Idx
            PERFORM REPORT-ONE-EMPLOYEE-SECT
    END-RETURN
END-PERFORM.

REPORT-ONE-EMPLOYEE-SECT.
ADD 1 TO WS-Listed-Count.
PERFORM FIND-LIMIT-SECT.
COMPUTE WS-Headroom = WS-Limit - WS-Emp-Election(WS-Emp-Idx).
COMPUTE WS-Pay-Room = WS-Emp-Salary(WS-Emp-Idx) - WS-Emp-Pretax(WS-Emp-Idx).
IF WS-Headroom > WS-Pay-Room THEN
    MOVE WS-Pay-Room TO WS-Headroom
END-IF.
IF WS-Headroom < 0 THEN
    MOVE 0 TO WS-Headroom
END-IF.
COMPUTE WS-Bracket-Base = WS-Emp-Salary(WS-Emp-Idx) - WS-Emp-Nonwage(WS-Emp-Idx) - WS-Emp-Pretax(WS-Emp-Idx).
IF WS-Bracket-Base < 0 THEN
    MOVE 0 TO WS-Bracket-Base
END-IF.
MOVE WS-Bracket-Base TO WS-Walk-Base.
PERFORM BRACKET-TAX-SECT.
MOVE WS-Walk-Tax TO WS-Tax-Now.
COMPUTE WS-Walk-Base = WS-Bracket-Base - WS-Headroom.
IF WS-Walk-Base < 0 THEN
    MOVE 0 TO WS-Walk-Base
END-IF.
PERFORM BRACKET-TAX-SECT.
MOVE WS-Walk-Tax TO WS-Tax-Maxed.
COMPUTE WS-Tax-Saving = WS-Tax-Now - WS-Tax-Maxed.
MOVE 0 TO WS-Marginal-Rate.
PERFORM VARYING WS-Bracket-Idx FROM 1 BY 1 UNTIL WS-Bracket-Idx > WS-Tax-Bracket-Count
    IF WS-Bracket-Base > WS-Bracket-Floor(WS-Bracket-Idx) THEN
        MOVE WS-Bracket-Rate(WS-Bracket-Idx) TO WS-Marginal-Rate
    END-IF
END-PERFORM.
COMPUTE WS-Extra-Now ROUNDED = WS-Emp-Salary(WS-Emp-Idx) * WS-Emp-Extra-Pct(WS-Emp-Idx) / 100.
COMPUTE WS-Extra-Maxed = WS-Extra-Now - WS-Headroom + WS-Tax-Saving.
MOVE 0 TO WS-Extra-Maxed-Pct.
IF WS-Emp-Salary(WS-Emp-Idx) > 0 THEN
    COMPUTE WS-Extra-Maxed-Pct ROUNDED = (WS-Extra-Maxed / WS-Emp-Salary(WS-Emp-Idx)) * 100
END-IF.
IF WS-Headroom > 0 THEN
    ADD 1 TO WS-Headroom-Count
    ADD WS-Headroom TO WS-Total-Headroom
    ADD WS-Tax-Saving TO WS-Total-Saving
END-IF.
IF Age-Known THEN
    MOVE WS-Age TO WS-Age-Text
ELSE
    MOVE 'N/K' TO WS-Age-Text
END-IF.
MOVE WS-Limit TO WS-Amount-Disp.
MOVE WS-Emp-Election(WS-Emp-Idx) TO WS-Amount-Disp2.
MOVE WS-Headroom TO WS-Amount-Disp3.
MOVE SPACES TO Retire-Report-Line.
STRING WS-Emp-Company(WS-Emp-Idx) DELIMITED BY SIZE
    ' ' DELIMITED BY SIZE
    WS-Emp-Department(WS-Emp-Idx) DELIMITED BY SIZE
    ' ' DELIMITED BY SIZE
    WS-Emp-ID(WS-Emp-Idx) DELIMITED BY SIZE
    '  ' DELIMITED BY SIZE
    WS-Emp-Name(WS-Emp-Idx) DELIMITED BY SIZE
    ' ' DELIMITED BY SIZE
    WS-Age-Text DELIMITED BY SIZE
    WS-Amount-Disp DELIMITED BY SIZE
    WS-Amount-Disp2 DELIMITED BY SIZE
    WS-Amount-Disp3 DELIMITED BY SIZE
    INTO Retire-Report-Line.
PERFORM WRITE-LINE-SECT.
MOVE WS-Marginal-Rate TO WS-Rate-Disp.
MOVE WS-Tax-Saving TO WS-Amount-Disp.
*> Extra now and Extra if maxed, with the percent, give the salary
*> away, so a masked view shows the bands and no percent.
MOVE WS-Emp-ID(WS-Emp-Idx) TO WS-Mask-Employee-ID.
SET Mask-View TO TRUE.
PERFORM CALL-FIGURE-MASK-SECT.
IF Mask-Unmasked THEN
    MOVE WS-Extra-Now TO WS-Amount-Disp2
    MOVE WS-Amount-Disp2 TO WS-Extra-Now-Text
    MOVE WS-Extra-Maxed TO WS-Amount-Disp3
    MOVE WS-Amount-Disp3 TO WS-Extra-Maxed-Text
    MOVE WS-Extra-Maxed-Pct TO WS-Pct-Disp
    MOVE SPACES TO WS-Pct-Text
    STRING WS-Pct-Disp DELIMITED BY SIZE
        '%' DELIMITED BY SIZE
        INTO WS-Pct-Text
ELSE
    MOVE WS-Extra-Now TO WS-Mask-Amount
    SET Mask-Format TO TRUE
    PERFORM CALL-FIGURE-MASK-SECT
    MOVE WS-Mask-Text(2:14) TO WS-Extra-Now-Text
    MOVE WS-Extra-Maxed TO WS-Mask-Amount
    SET Mask-Format TO TRUE
    PERFORM CALL-FIGURE-MASK-SECT
    MOVE WS-Mask-Text(2:14) TO WS-Extra-Maxed-Text
    MOVE SPACES TO WS-Pct-Text
END-IF.
MOVE SPACES TO Retire-Report-Line.
STRING '                       ' DELIMITED BY SIZE
    WS-Rate-Disp DELIMITED BY SIZE
    '%  ' DELIMITED BY SIZE
    WS-Amount-Disp DELIMITED BY SIZE
    WS-Extra-Now-Text DELIMITED BY SIZE
    '  ' DELIMITED BY SIZE
    WS-Extra-Maxed-Text DELIMITED BY SIZE
    '  ' DELIMITED BY SIZE
    WS-Pct-Text DELIMITED BY SIZE
    INTO Retire-Report-Line.
PERFORM WRITE-LINE-SECT.

FIND-LIMIT-SECT.
*> Age at 31 December of the plan year picks the band; with no birth
*> date on file the base band applies.
SET Age-Known TO FALSE.
MOVE 0 TO WS-Age.
MOVE WS-Base-Limit TO WS-Limit.
IF WS-Emp-Birth-Date(WS-Emp-Idx) = 0 THEN
    EXIT PARAGRAPH
END-IF.
MOVE WS-Emp-Birth-Date(WS-Emp-Idx)(1:4) TO WS-Birth-Year.
IF WS-Tax-Year < WS-Birth-Year THEN
    EXIT PARAGRAPH
END-IF.
COMPUTE WS-Age = WS-Tax-Year - WS-Birth-Year.
SET Age-Known TO TRUE.
PERFORM VARYING WS-Lim-Idx FROM 1 BY 1 UNTIL WS-Lim-Idx > WS-Limit-Count
    IF (WS-Age >= WS-Lim-Min-Age(WS-Lim-Idx)) AND (WS-Age <= WS-Lim-Max-Age(WS-Lim-Idx)) THEN
        MOVE WS-Lim-Amount(WS-Lim-Idx) TO WS-Limit
    END-IF
END-PERFORM.

BRACKET-TAX-SECT.
*> Federal tax on WS-Walk-Base through the domestic brackets: each
*> band between a bracket floor and the next taxed at its own rate.
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
WRITE Retire-Report-Line.
DISPLAY Retire-Report-Line(1:110).

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

BRACKET-ROW-YEAR-SECT.
*> Tax year, floor and rate of the bracket row just read, dated or not.
IF Bracket-Undated-Tail = SPACES THEN
    MOVE 0 TO WS-Pick-Candidate
    MOVE Bracket-Undated-Floor TO WS-Row-Floor
    MOVE Bracket-Undated-Rate TO WS-Row-Rate
ELSE
    MOVE Bracket-Input-Year TO WS-Pick-Candidate
    MOVE Bracket-Input-Floor TO WS-Row-Floor
    MOVE Bracket-Input-Rate TO WS-Row-Rate
END-IF.

STX-ROW-YEAR-SECT.
*> Tax year, source type and rate of the rate row just read.
IF Stx-Undated-Tail = SPACES THEN
    MOVE 0 TO WS-Pick-Candidate
    MOVE Stx-Undated-Type TO WS-Row-Type
    MOVE Stx-Undated-Rate TO WS-Row-Stx-Rate
ELSE
    MOVE Stx-Tax-Year TO WS-Pick-Candidate
    MOVE Stx-Source-Type TO WS-Row-Type
    MOVE Stx-Rate-Pct TO WS-Row-Stx-Rate
END-IF.

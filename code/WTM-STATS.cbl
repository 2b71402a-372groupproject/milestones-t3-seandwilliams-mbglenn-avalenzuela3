*> the benefits team: median, quartiles, and min/max for each
*> category percent (rent through insurance) and for Extra-Percent,
*> plus a count of deficit households - the shape of the population,
*> not just its sum. Runs that carry a household size also feed a
*> per-person distribution of yearly food, insurance, and Extra
*> dollars, so households of different sizes compare fairly. Output
*> to the console and WTM-STATS-REPORT.TXT.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-STATS.

01 WS-Stats-Report-Status PIC XX.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
*> Ten metrics: the six category percents plus Extra-Percent, then
*> per-person yearly food, insurance, and Extra dollars. Values
*> collect per metric and are sorted in place for the quartile
*> picks; the per-person metrics count only sized runs, so each
*> metric keeps its own count.
01 WS-Metric-Table.
    05 WS-Metric OCCURS 10 TIMES.
       10 WS-Metric-Value PIC S9(7)V99 OCCURS 2000 TIMES.
01 WS-Metric-Counts.
    05 WS-Metric-Count PIC 9(5) OCCURS 10 TIMES.
01 WS-Metric-Names-Values.
    05 FILLER PIC X(18) VALUE 'Rent percent      '.
    05 FILLER PIC X(18) VALUE 'Bills percent     '.
    05 FILLER PIC X(18) VALUE 'Taxes percent     '.
    05 FILLER PIC X(18) VALUE 'Insurance percent '.
    05 FILLER PIC X(18) VALUE 'Extra percent     '.
    05 FILLER PIC X(18) VALUE 'Food per person   '.
    05 FILLER PIC X(18) VALUE 'Insurance/person  '.
    05 FILLER PIC X(18) VALUE 'Extra per person  '.
01 WS-Metric-Names-Table REDEFINES WS-Metric-Names-Values.
    05 WS-Metric-Name PIC X(18) OCCURS 10 TIMES.
01 WS-Population-Count PIC 9(5) VALUE 0.
01 WS-Deficit-Count PIC 9(5) VALUE 0.
01 WS-Records-Dropped PIC 9(5) VALUE 0.
01 WS-Numeric-Input PIC X(8).
01 WS-Test-Numval PIC S9(6).
01 WS-Expense-Sum PIC S9(9)V99.
01 WS-Sized-Count PIC 9(5) VALUE 0.
01 WS-Household-Persons PIC 9(3).
01 WS-Household-Extra PIC S9(9)V99.
01 WS-Metric-N PIC 9(5).
    COPY "WTM-FILE-CTL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
        COMPUTE WS-Fiscal-Filter = FUNCTION NUMVAL(WS-Numeric-Input)
    END-IF
END-IF.
SET File-Ctl-Verify TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Budget-History-File.
IF WS-Budget-History-Status NOT = "00" THEN
    DISPLAY 'STATS: could not open BUDGET-HISTORY.DAT, file status ', WS-Budget-History-Status
    DISPLAY 'No history records found - nothing to report.'
    GOBACK
END-IF.
PERFORM VARYING WS-Metric-Idx FROM 1 BY 1 UNTIL WS-Metric-Idx > 7
    MOVE WS-Population-Count TO WS-Metric-Count(WS-Metric-Idx)
END-PERFORM.
PERFORM VARYING WS-Metric-Idx FROM 8 BY 1 UNTIL WS-Metric-Idx > 10
    MOVE WS-Sized-Count TO WS-Metric-Count(WS-Metric-Idx)
END-PERFORM.
IF WS-Records-Dropped > 0 THEN
    DISPLAY 'STATS WARNING: population capped at 2000 - ', WS-Records-Dropped, ' record(s) beyond the cap were not sampled.'
END-IF.
    PERFORM SORT-ONE-METRIC-SECT
    PERFORM REPORT-ONE-METRIC-SECT
END-PERFORM.
MOVE SPACES TO Stats-Report-Line.
IF WS-Sized-Count = 0 THEN
    MOVE 'PER PERSON: no run in the population carries a household size yet.' TO Stats-Report-Line
    WRITE Stats-Report-Line
    DISPLAY 'PER PERSON: no run in the population carries a household size yet.'
ELSE
    STRING 'PER PERSON, YEARLY DOLLARS - ' DELIMITED BY SIZE
        WS-Sized-Count DELIMITED BY SIZE
        ' run(s) with a household size' DELIMITED BY SIZE
        INTO Stats-Report-Line
    WRITE Stats-Report-Line
    DISPLAY 'PER PERSON, YEARLY DOLLARS - ', WS-Sized-Count, ' run(s) with a household size'
    PERFORM VARYING WS-Metric-Idx FROM 8 BY 1 UNTIL WS-Metric-Idx > 10
        PERFORM SORT-ONE-METRIC-SECT
        PERFORM REPORT-ONE-METRIC-SECT
    END-PERFORM
END-IF.
CLOSE Stats-Report-File.
DISPLAY 'Statistics written to WTM-STATS-REPORT.TXT.'.
GOBACK.
    MOVE Hist-Insurance-Percent TO WS-Metric-Value(6, WS-Population-Count)
    MOVE Hist-Extra-Percent TO WS-Metric-Value(7, WS-Population-Count)
    COMPUTE WS-Expense-Sum = Hist-Rent + Hist-Bills + Hist-Food + Hist-Travel + Hist-Taxes + Hist-Insurance
    IF (Hist-Layout-Version IS NUMERIC) AND (Hist-Layout-Version >= 12) AND (Hist-Garnishments IS NUMERIC) THEN
        ADD Hist-Garnishments TO WS-Expense-Sum
    END-IF
    IF WS-Expense-Sum > Hist-Salary THEN
        ADD 1 TO WS-Deficit-Count
    END-IF
    IF (Hist-Layout-Version >= 9) AND (Hist-Adults IS NUMERIC)
        AND (Hist-Dependents IS NUMERIC) AND (Hist-Adults > 0) THEN
        COMPUTE WS-Household-Persons = Hist-Adults + Hist-Dependents
        COMPUTE WS-Household-Extra = Hist-Salary - WS-Expense-Sum
        IF WS-Household-Extra < 0 THEN
            MOVE 0 TO WS-Household-Extra
        END-IF
        ADD 1 TO WS-Sized-Count
        COMPUTE WS-Metric-Value(8, WS-Sized-Count) ROUNDED = Hist-Food / WS-Household-Persons
        COMPUTE WS-Metric-Value(9, WS-Sized-Count) ROUNDED = Hist-Insurance / WS-Household-Persons
        COMPUTE WS-Metric-Value(10, WS-Sized-Count) ROUNDED = WS-Household-Extra / WS-Household-Persons
    END-IF
END-IF.

LOAD-FISCAL-CALENDAR-SECT.
SORT-ONE-METRIC-SECT.
*> Straight insertion sort of one metric's values, ascending - small
*> populations, no need for anything fancier.
MOVE WS-Metric-Count(WS-Metric-Idx) TO WS-Metric-N.
PERFORM VARYING WS-Sort-I FROM 2 BY 1 UNTIL WS-Sort-I > WS-Metric-N
    MOVE WS-Metric-Value(WS-Metric-Idx, WS-Sort-I) TO WS-Sort-Temp
    MOVE WS-Sort-I TO WS-Sort-J
    PERFORM UNTIL (WS-Sort-J <= 1) OR (WS-Metric-Value(WS-Metric-Idx, WS-Sort-J - 1) <= WS-Sort-Temp)
END-PERFORM.

REPORT-ONE-METRIC-SECT.
MOVE WS-Metric-Count(WS-Metric-Idx) TO WS-Metric-N.
COMPUTE WS-Q1-Pos = FUNCTION INTEGER((WS-Metric-N + 1) / 4).
COMPUTE WS-Median-Pos = FUNCTION INTEGER((WS-Metric-N + 1) / 2).
COMPUTE WS-Q3-Pos = FUNCTION INTEGER(((WS-Metric-N + 1) * 3) / 4).
IF WS-Q1-Pos < 1 THEN
    MOVE 1 TO WS-Q1-Pos
END-IF.
    ' ' DELIMITED BY SIZE
    WS-Metric-Value(WS-Metric-Idx, WS-Q3-Pos) DELIMITED BY SIZE
    ' ' DELIMITED BY SIZE
    WS-Metric-Value(WS-Metric-Idx, WS-Metric-N) DELIMITED BY SIZE
    INTO Stats-Report-Line.
WRITE Stats-Report-Line.
DISPLAY WS-Metric-Name(WS-Metric-Idx), '  ',
    WS-Metric-Value(WS-Metric-Idx, WS-Q1-Pos), ' ',
    WS-Metric-Value(WS-Metric-Idx, WS-Median-Pos), ' ',
    WS-Metric-Value(WS-Metric-Idx, WS-Q3-Pos), ' ',
    WS-Metric-Value(WS-Metric-Idx, WS-Metric-N).

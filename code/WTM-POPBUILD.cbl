*> Population-totals rebuild utility. WTM-POP-TOTALS.DAT is the
*> running side file (record count plus the seven percent sums, then
*> the sized-run count and its per-person food, insurance, and Extra
*> sums) that lets the sign-on benchmark and the console status panel
*> read a dozen numbers instead of rescanning all of BUDGET-HISTORY.DAT. The
*> budgeting run keeps it current as it writes; after a repair,
*> migration, merge, or backout the totals can drift, and this
*> utility reconstructs them from the history file - the one
01 Pop-Totals-Record.
    05 Pop-Rec-Count PIC 9(7).
    05 Pop-Rec-Sum   PIC S9(11)V99 OCCURS 7 TIMES.
    05 Pop-Rec-Sized-Count PIC 9(7).
    05 Pop-Rec-PP-Sum      PIC S9(11)V99 OCCURS 3 TIMES.

WORKING-STORAGE SECTION.
01 WS-Budget-History-Status PIC XX.
01 WS-Pop-Sums.
    05 WS-Pop-Sum PIC S9(11)V99 OCCURS 7 TIMES.
01 WS-Pop-Idx PIC 9(2).
01 WS-Pop-Sized-Count PIC 9(7) VALUE 0.
01 WS-Pop-PP-Sums.
    05 WS-Pop-PP-Sum PIC S9(11)V99 OCCURS 3 TIMES.
01 WS-PP-Persons PIC 9(3).
01 WS-PP-Expense-Sum PIC S9(9)V99.
01 WS-PP-Extra PIC S9(9)V99.
01 WS-Records-Skipped PIC 9(7) VALUE 0.
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
PERFORM VARYING WS-Pop-Idx FROM 1 BY 1 UNTIL WS-Pop-Idx > 7
    MOVE 0 TO WS-Pop-Sum(WS-Pop-Idx)
END-PERFORM.
PERFORM VARYING WS-Pop-Idx FROM 1 BY 1 UNTIL WS-Pop-Idx > 3
    MOVE 0 TO WS-Pop-PP-Sum(WS-Pop-Idx)
END-PERFORM.
SET File-Ctl-Verify TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Budget-History-File.
IF WS-Budget-History-Status NOT = "00" THEN
    DISPLAY 'POPBUILD: could not open BUDGET-HISTORY.DAT, file status ', WS-Budget-History-Status
                ADD Hist-Taxes-Percent TO WS-Pop-Sum(5)
                ADD Hist-Insurance-Percent TO WS-Pop-Sum(6)
                ADD Hist-Extra-Percent TO WS-Pop-Sum(7)
                IF (Hist-Layout-Version >= 9) AND (Hist-Adults IS NUMERIC)
                    AND (Hist-Dependents IS NUMERIC) AND (Hist-Adults > 0) THEN
                    PERFORM ADD-PER-PERSON-SECT
                END-IF
            ELSE
                ADD 1 TO WS-Records-Skipped
            END-IF
PERFORM VARYING WS-Pop-Idx FROM 1 BY 1 UNTIL WS-Pop-Idx > 7
    MOVE WS-Pop-Sum(WS-Pop-Idx) TO Pop-Rec-Sum(WS-Pop-Idx)
END-PERFORM.
MOVE WS-Pop-Sized-Count TO Pop-Rec-Sized-Count.
PERFORM VARYING WS-Pop-Idx FROM 1 BY 1 UNTIL WS-Pop-Idx > 3
    MOVE WS-Pop-PP-Sum(WS-Pop-Idx) TO Pop-Rec-PP-Sum(WS-Pop-Idx)
END-PERFORM.
WRITE Pop-Totals-Record.
CLOSE Pop-Totals-File.
SET Rjn-File-Image TO TRUE.
MOVE 'WTM-POP-TOTALS.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
DISPLAY 'WTM-POP-TOTALS.DAT rebuilt from ', WS-Pop-Count, ' record(s) (', WS-Records-Skipped,
    ' legacy/superseded row(s) excluded).'.
DISPLAY 'Per-person totals cover ', WS-Pop-Sized-Count, ' run(s) that carry a household size.'.
GOBACK.

ADD-PER-PERSON-SECT.
*> Yearly food, insurance, and Extra divided by the household size -
*> the same figures the budgeting run folds in as it writes.
COMPUTE WS-PP-Persons = Hist-Adults + Hist-Dependents.
COMPUTE WS-PP-Expense-Sum = Hist-Rent + Hist-Bills + Hist-Food + Hist-Travel + Hist-Taxes + Hist-Insurance.
IF (Hist-Layout-Version IS NUMERIC) AND (Hist-Layout-Version >= 12) AND (Hist-Garnishments IS NUMERIC) THEN
    ADD Hist-Garnishments TO WS-PP-Expense-Sum
END-IF.
COMPUTE WS-PP-Extra = Hist-Salary - WS-PP-Expense-Sum.
IF WS-PP-Extra < 0 THEN
    MOVE 0 TO WS-PP-Extra
END-IF.
ADD 1 TO WS-Pop-Sized-Count.
COMPUTE WS-Pop-PP-Sum(1) ROUNDED = WS-Pop-PP-Sum(1) + (Hist-Food / WS-PP-Persons).
COMPUTE WS-Pop-PP-Sum(2) ROUNDED = WS-Pop-PP-Sum(2) + (Hist-Insurance / WS-PP-Persons).
COMPUTE WS-Pop-PP-Sum(3) ROUNDED = WS-Pop-PP-Sum(3) + (WS-PP-Extra / WS-PP-Persons).

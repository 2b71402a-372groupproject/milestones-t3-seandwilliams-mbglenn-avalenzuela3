*> for in July. A month inside the elapsed window with no actuals row
*> falls back to its plan share, so a late actuals feed degrades the
*> estimate instead of breaking it.
*>
*> Salary and Extra print as bands unless the operator is a supervisor
*> or admin (WTM-FIGURE-MASK), and an unmasked view is logged.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-FORECAST.

01 WS-Plan-Monthly PIC S9(8)V99.
01 WS-Landing-Diff PIC S9(9)V99.
01 WS-Months-With-Actuals PIC 9(2) VALUE 0.
01 WS-Figure-Text-1 PIC X(15).
01 WS-Figure-Text-2 PIC X(15).
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-FIGURE-MASK.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
*> Last matching record in file order = the most recent run for the
*> employee, the same convention the prior-month lookup uses.
MOVE "N" TO WS-Plan-Found-Flag.
SET File-Ctl-Verify TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Budget-History-File.
IF WS-Budget-History-Status NOT = "00" THEN
    DISPLAY 'FORECAST: could not open BUDGET-HISTORY.DAT, file status ', WS-Budget-History-Status
END-IF.

PROJECT-NEXT-YEAR-SECT.
PERFORM VIEW-FIGURES-SECT.
MOVE 0 TO WS-Cur-Total.
MOVE 0 TO WS-Proj-Total.
DISPLAY '--------------------------------------------------------------------------------------------------'.
COMPUTE WS-Extra-Erosion = WS-Cur-Extra - WS-Proj-Extra.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY 'Total expenses:  this year $', WS-Cur-Total, '   next year $', WS-Proj-Total.
IF Mask-Unmasked THEN
    DISPLAY 'Salary:          this year $', WS-Cur-Salary, '   next year $', WS-Proj-Salary, ' (growth ', WS-Salary-Growth-Pct, '%)'
    DISPLAY 'Extra:           this year $', WS-Cur-Extra, '   next year $', WS-Proj-Extra
    IF WS-Extra-Erosion > 0 THEN
        DISPLAY 'EROSION WARNING: inflation eats $', WS-Extra-Erosion, ' of Extra next year at these rates.'
    END-IF
ELSE
    MOVE WS-Cur-Salary TO WS-Mask-Amount
    PERFORM FORMAT-FIGURE-SECT
    MOVE WS-Mask-Text TO WS-Figure-Text-1
    MOVE WS-Proj-Salary TO WS-Mask-Amount
    PERFORM FORMAT-FIGURE-SECT
    MOVE WS-Mask-Text TO WS-Figure-Text-2
    DISPLAY 'Salary:          this year ', FUNCTION TRIM(WS-Figure-Text-1), '   next year ',
        FUNCTION TRIM(WS-Figure-Text-2), ' (growth ', WS-Salary-Growth-Pct, '%)'
    MOVE WS-Cur-Extra TO WS-Mask-Amount
    PERFORM FORMAT-FIGURE-SECT
    MOVE WS-Mask-Text TO WS-Figure-Text-1
    MOVE WS-Proj-Extra TO WS-Mask-Amount
    PERFORM FORMAT-FIGURE-SECT
    MOVE WS-Mask-Text TO WS-Figure-Text-2
    DISPLAY 'Extra:           this year ', FUNCTION TRIM(WS-Figure-Text-1), '   next year ',
        FUNCTION TRIM(WS-Figure-Text-2)
    IF WS-Extra-Erosion > 0 THEN
        MOVE WS-Extra-Erosion TO WS-Mask-Amount
        PERFORM FORMAT-FIGURE-SECT
        DISPLAY 'EROSION WARNING: inflation eats ', FUNCTION TRIM(WS-Mask-Text), ' of Extra next year at these rates.'
    END-IF
END-IF.
IF WS-Proj-Extra < 0 THEN
    DISPLAY 'DEFICIT WARNING: at these rates the household runs a deficit next year.'
END-PERFORM.
MOVE 0 TO WS-Months-With-Actuals.
MOVE "N" TO WS-File-EOF-Flag.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-ACTUALS.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Actuals-File.
IF WS-Actuals-Status NOT = "00" THEN
    DISPLAY 'NOTICE: could not open WTM-ACTUALS.DAT, file status ', WS-Actuals-Status
*> Landing estimate per category: actual share for each elapsed month
*> that has one, the plan's monthly share otherwise, and the plan's
*> monthly share for every month still to come.
PERFORM VIEW-FIGURES-SECT.
MOVE 0 TO WS-Landing-Total.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY 'MID-YEAR REFORECAST for employee ', WS-Target-Employee, ' as of period ', WS-As-Of-Period.
END-PERFORM.
COMPUTE WS-Landing-Extra = WS-Cur-Salary - WS-Landing-Total.
DISPLAY '--------------------------------------------------------------------------------------------------'.
IF Mask-Unmasked THEN
    DISPLAY 'Salary (plan):            $', WS-Cur-Salary
    DISPLAY 'Landing total expenses:   $', WS-Landing-Total
    DISPLAY 'Landing Extra:            $', WS-Landing-Extra
ELSE
    MOVE WS-Cur-Salary TO WS-Mask-Amount
    PERFORM FORMAT-FIGURE-SECT
    DISPLAY 'Salary (plan):            ', FUNCTION TRIM(WS-Mask-Text)
    DISPLAY 'Landing total expenses:   $', WS-Landing-Total
    MOVE WS-Landing-Extra TO WS-Mask-Amount
    PERFORM FORMAT-FIGURE-SECT
    DISPLAY 'Landing Extra:            ', FUNCTION TRIM(WS-Mask-Text)
END-IF.
IF WS-Landing-Extra < 0 THEN
    DISPLAY 'DEFICIT WARNING: on current actuals this household lands the year in deficit.'
END-IF.
DISPLAY '--------------------------------------------------------------------------------------------------'.

VIEW-FIGURES-SECT.
MOVE 'WTM-FORECAST' TO WS-Mask-View.
SET Mask-Begin TO TRUE.
PERFORM CALL-FIGURE-MASK-SECT.
MOVE WS-Target-Employee TO WS-Mask-Employee-ID.
SET Mask-View TO TRUE.
PERFORM CALL-FIGURE-MASK-SECT.

FORMAT-FIGURE-SECT.
SET Mask-Format TO TRUE.
PERFORM CALL-FIGURE-MASK-SECT.

CALL-FIGURE-MASK-SECT.
CALL 'WTM-FIGURE-MASK' USING WS-Mask-Function, WS-Mask-View, WS-Mask-Employee-ID,
    WS-Mask-Amount, WS-Mask-Result, WS-Mask-Text.

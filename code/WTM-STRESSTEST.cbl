*> Population stress test. WTM-FORECAST projects one household and
*> WTM-POLICYMODEL tries new limits on today's figures, but neither
*> answers "how many households go into deficit if rents rise 10% and
*> pay is frozen". This run takes a named scenario of shocks from
*> WTM-STRESS-SCENARIOS.DAT - percent changes per category, to
*> salary, general inflation, and exchange-rate moves for the
*> international households (those WTM-INTERNATIONAL has converted,
*> by the currency of their latest WTM-AUDIT-LOG.DAT row) - and
*> applies it to every household's latest run on BUDGET-HISTORY.DAT
*> (superseded runs do not count). Taxes move with the shocked
*> salary, then by any taxes shock of their own. Each household's
*> Extra (salary less the six categories and any court-ordered
*> garnishments, signed; the garnishments are held as recorded, since
*> a scenario does not change an order) and its standing
*> against the live WTM-POLICY-LIMITS.DAT are worked before and
*> after; the report gives the households the scenario tips into
*> deficit, the new policy breaches per category, and the change in
*> total Extra by company and department. Nothing is written back.
*> Output to the console and WTM-STRESS-TEST.TXT.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-STRESSTEST.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Budget-History-File ASSIGN TO "BUDGET-HISTORY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Budget-History-Status.
    SELECT Stress-Scenario-File ASSIGN TO "WTM-STRESS-SCENARIOS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Stress-Scenario-Status.
    SELECT Policy-Limits-File ASSIGN TO "WTM-POLICY-LIMITS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Policy-Limits-Status.
    SELECT Audit-Log-File ASSIGN TO "WTM-AUDIT-LOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Audit-Log-Status.
    SELECT Stress-Report-File ASSIGN TO "WTM-STRESS-TEST.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Stress-Report-Status.
    SELECT Report-Catalog-File ASSIGN TO "WTM-REPORT-CATALOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Report-Catalog-Status.

DATA DIVISION.
FILE SECTION.
FD  Budget-History-File.
    COPY "WTM-HISTORY-REC.cpy".

FD  Stress-Scenario-File.
    COPY "WTM-STRESS-SCENARIO-REC.cpy".

FD  Policy-Limits-File.
    COPY "WTM-POLICY-LIMIT-REC.cpy".

FD  Audit-Log-File.
    COPY "WTM-AUDIT-REC.cpy".

FD  Stress-Report-File.
01 Stress-Report-Line PIC X(132).

FD  Report-Catalog-File.
    COPY "WTM-REPORT-CATALOG-REC.cpy".

WORKING-STORAGE SECTION.
01 WS-Budget-History-Status PIC XX.
01 WS-Stress-Scenario-Status PIC XX.
01 WS-Policy-Limits-Status PIC XX.
01 WS-Audit-Log-Status PIC XX.
01 WS-Stress-Report-Status PIC XX.
01 WS-Report-Catalog-Status PIC XX.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Scenario-Name PIC X(20).
01 WS-Scenario-Found-Flag PIC X VALUE "N".
    88 Scenario-Found VALUE "Y" FALSE "N".
*> Scenario names on file, to list when the one asked for is not.
01 WS-Known-Scenarios.
    05 WS-Known-Name PIC X(20) OCCURS 20 TIMES.
01 WS-Known-Count PIC 9(2) VALUE 0.
01 WS-Known-Idx PIC 9(2).
01 WS-Known-Slot PIC 9(2).
*> The scenario's shocks, as signed percents.
01 WS-Cat-Shock-Table.
    05 WS-Cat-Shock PIC S9(3)V99 OCCURS 6 TIMES.
01 WS-Salary-Shock PIC S9(3)V99 VALUE 0.
01 WS-Inflation-Shock PIC S9(3)V99 VALUE 0.
01 WS-FX-Shock-Table.
    05 WS-FX-Shock-Entry OCCURS 20 TIMES.
       10 WS-FX-Shock-Code PIC X(3).
       10 WS-FX-Shock-Pct  PIC S9(3)V99.
01 WS-FX-Shock-Count PIC 9(2) VALUE 0.
01 WS-FX-Shock-Idx PIC 9(2).
01 WS-FX-Shock-Slot PIC 9(2).
01 WS-FX-All-Flag PIC X VALUE "N".
    88 FX-All-Currencies VALUE "Y" FALSE "N".
01 WS-FX-All-Pct PIC S9(3)V99 VALUE 0.
01 WS-Shock-Pct PIC S9(3)V99.
01 WS-Shock-Rows PIC 9(3) VALUE 0.
01 WS-Policy-Table.
    05 WS-Policy-Limit    PIC 9(3)V99 OCCURS 7 TIMES.
    05 WS-Policy-Limit-On PIC X OCCURS 7 TIMES.
*> Each household's latest run, and how it stands before and after.
01 WS-Hh-Table.
    05 WS-Hh-Entry OCCURS 2000 TIMES.
       10 WS-Hh-ID           PIC 9(6).
       10 WS-Hh-Salary       PIC S9(8)V99.
       10 WS-Hh-Amount       PIC S9(7)V99 OCCURS 6 TIMES.
       10 WS-Hh-Garnish      PIC S9(7)V99.
       10 WS-Hh-Company      PIC X(3).
       10 WS-Hh-Dept         PIC X(4).
       10 WS-Hh-Curr         PIC X(3).
       10 WS-Hh-Extra-Before PIC S9(9)V99.
       10 WS-Hh-Extra-After  PIC S9(9)V99.
       10 WS-Hh-New-Deficit  PIC X.
01 WS-Hh-Count PIC 9(4) VALUE 0.
01 WS-Hh-Idx PIC 9(4).
01 WS-Hh-Slot PIC 9(4).
01 WS-Hh-Overflow PIC 9(7) VALUE 0.
*> One household's figures being worked, before or after the shocks.
01 WS-Work-Salary PIC S9(9)V99.
01 WS-Work-Amounts.
    05 WS-Work-Amount PIC S9(9)V99 OCCURS 6 TIMES.
01 WS-Work-Garnish PIC S9(9)V99.
01 WS-Work-Total PIC S9(10)V99.
01 WS-Work-Extra PIC S9(10)V99.
01 WS-Work-Percent PIC S9(7)V99.
01 WS-Work-Breaches.
    05 WS-Work-Breach PIC X OCCURS 7 TIMES.
01 WS-Work-Breach-Flag PIC X.
    88 Work-Breached VALUE "Y" FALSE "N".
01 WS-Before-Breaches.
    05 WS-Before-Breach PIC X OCCURS 7 TIMES.
01 WS-Before-Breach-Flag PIC X.
    88 Before-Breached VALUE "Y" FALSE "N".
01 WS-New-Breach-Flag PIC X.
    88 Newly-Breached VALUE "Y" FALSE "N".
01 WS-FX-Pct PIC S9(3)V99.
01 WS-Cat-Idx PIC 9(2).
01 WS-Tested PIC 9(5) VALUE 0.
01 WS-International PIC 9(5) VALUE 0.
01 WS-Deficit-Before PIC 9(5) VALUE 0.
01 WS-Deficit-After PIC 9(5) VALUE 0.
01 WS-New-Deficits PIC 9(5) VALUE 0.
01 WS-Breached-Before PIC 9(5) VALUE 0.
01 WS-Breached-After PIC 9(5) VALUE 0.
01 WS-New-Breaches PIC 9(5) VALUE 0.
01 WS-Cat-New-Breach-Table.
    05 WS-Cat-New-Breaches PIC 9(5) OCCURS 7 TIMES.
01 WS-Total-Extra-Before PIC S9(11)V99 VALUE 0.
01 WS-Total-Extra-After PIC S9(11)V99 VALUE 0.
*> Extra before and after per company and department.
01 WS-Org-Table.
    05 WS-Org-Entry OCCURS 100 TIMES.
       10 WS-Org-Company      PIC X(3).
       10 WS-Org-Dept         PIC X(4).
       10 WS-Org-Households   PIC 9(5).
       10 WS-Org-Extra-Before PIC S9(11)V99.
       10 WS-Org-Extra-After  PIC S9(11)V99.
       10 WS-Org-New-Deficits PIC 9(5).
       10 WS-Org-New-Breaches PIC 9(5).
01 WS-Org-Count PIC 9(3) VALUE 0.
01 WS-Org-Idx PIC 9(3).
01 WS-Org-Slot PIC 9(3).
01 WS-Org-Overflow PIC 9(5) VALUE 0.
01 WS-Cat-Names-Values.
    05 FILLER PIC X(10) VALUE 'Rent      '.
    05 FILLER PIC X(10) VALUE 'Bills     '.
    05 FILLER PIC X(10) VALUE 'Food      '.
    05 FILLER PIC X(10) VALUE 'Travel    '.
    05 FILLER PIC X(10) VALUE 'Taxes     '.
    05 FILLER PIC X(10) VALUE 'Insurance '.
    05 FILLER PIC X(10) VALUE 'Extra min '.
01 WS-Cat-Names-Table REDEFINES WS-Cat-Names-Values.
    05 WS-Cat-Name PIC X(10) OCCURS 7 TIMES.
01 WS-Pct-Disp PIC +ZZ9.99.
01 WS-Limit-Disp PIC ZZ9.99.
01 WS-Count-Disp PIC ZZ,ZZ9.
01 WS-Total-Disp PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-Today PIC 9(8).
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".
    COPY "WTM-FIGURE-MASK.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '------------------------------ WTM POPULATION STRESS TEST ----------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
DISPLAY 'Enter the scenario name from WTM-STRESS-SCENARIOS.DAT (blank for the first one on file):'.
ACCEPT WS-Scenario-Name.
MOVE FUNCTION UPPER-CASE(WS-Scenario-Name) TO WS-Scenario-Name.
PERFORM LOAD-SCENARIO-SECT.
IF WS-Stress-Scenario-Status = "35" THEN
    DISPLAY 'STRESS: WTM-STRESS-SCENARIOS.DAT is not on disk - there is no scenario to apply.'
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
IF NOT Scenario-Found THEN
    DISPLAY 'STRESS: no scenario named ', FUNCTION TRIM(WS-Scenario-Name), ' - the scenarios on file are:'
    PERFORM VARYING WS-Known-Idx FROM 1 BY 1 UNTIL WS-Known-Idx > WS-Known-Count
        DISPLAY '  ', WS-Known-Name(WS-Known-Idx)
    END-PERFORM
    MOVE 8 TO RETURN-CODE
    GOBACK
END-IF.
DISPLAY 'Applying scenario ', FUNCTION TRIM(WS-Scenario-Name), ' (', WS-Shock-Rows, ' shock row(s)).'.
PERFORM LOAD-POLICY-LIMITS-SECT.
PERFORM LOAD-LATEST-RUNS-SECT.
IF WS-Hh-Count = 0 THEN
    DISPLAY 'STRESS: no current budget runs on BUDGET-HISTORY.DAT - nothing to test.'
    MOVE 4 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM LOAD-HOUSEHOLD-CURRENCY-SECT.
PERFORM VARYING WS-Hh-Idx FROM 1 BY 1 UNTIL WS-Hh-Idx > WS-Hh-Count
    PERFORM STRESS-ONE-HOUSEHOLD-SECT
END-PERFORM.
PERFORM WRITE-STRESS-REPORT-SECT.
DISPLAY WS-Tested, ' household(s) tested, ', WS-International, ' of them international.'.
DISPLAY WS-New-Deficits, ' household(s) tipped into deficit (', WS-Deficit-Before, ' already in deficit, ',
    WS-Deficit-After, ' after).'.
DISPLAY WS-New-Breaches, ' household(s) newly breach the policy limits (', WS-Breached-Before, ' before, ',
    WS-Breached-After, ' after).'.
COMPUTE WS-Total-Disp = WS-Total-Extra-After - WS-Total-Extra-Before.
DISPLAY 'Total Extra changes by $', WS-Total-Disp, '.'.
DISPLAY 'Stress test written to WTM-STRESS-TEST.TXT.'.
IF (WS-Hh-Overflow > 0) OR (WS-Org-Overflow > 0) THEN
    MOVE 4 TO RETURN-CODE
END-IF.
GOBACK.

LOAD-SCENARIO-SECT.
PERFORM VARYING WS-Cat-Idx FROM 1 BY 1 UNTIL WS-Cat-Idx > 6
    MOVE 0 TO WS-Cat-Shock(WS-Cat-Idx)
END-PERFORM.
OPEN INPUT Stress-Scenario-File.
IF WS-Stress-Scenario-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Stress-Scenario-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            PERFORM NOTE-SCENARIO-NAME-SECT
            IF WS-Scenario-Name = SPACES THEN
                MOVE Sts-Scenario-Name TO WS-Scenario-Name
            END-IF
            IF Sts-Scenario-Name = WS-Scenario-Name THEN
                PERFORM TAKE-SHOCK-SECT
            END-IF
    END-READ
END-PERFORM.
CLOSE Stress-Scenario-File.

NOTE-SCENARIO-NAME-SECT.
MOVE 0 TO WS-Known-Slot.
PERFORM VARYING WS-Known-Idx FROM 1 BY 1 UNTIL (WS-Known-Idx > WS-Known-Count) OR (WS-Known-Slot > 0)
    IF WS-Known-Name(WS-Known-Idx) = Sts-Scenario-Name THEN
        MOVE WS-Known-Idx TO WS-Known-Slot
    END-IF
END-PERFORM.
IF (WS-Known-Slot = 0) AND (WS-Known-Count < 20) THEN
    ADD 1 TO WS-Known-Count
    MOVE Sts-Scenario-Name TO WS-Known-Name(WS-Known-Count)
END-IF.

TAKE-SHOCK-SECT.
IF Sts-Pct IS NOT NUMERIC THEN
    DISPLAY 'STRESS: a ', FUNCTION TRIM(WS-Scenario-Name), ' row has no valid percent - row ignored.'
    EXIT PARAGRAPH
END-IF.
MOVE Sts-Pct TO WS-Shock-Pct.
IF Sts-Decrease THEN
    COMPUTE WS-Shock-Pct = 0 - Sts-Pct
END-IF.
EVALUATE TRUE
    WHEN Sts-Category-Shock
        IF (Sts-Cat-Num >= 1) AND (Sts-Cat-Num <= 6) THEN
            MOVE WS-Shock-Pct TO WS-Cat-Shock(Sts-Cat-Num)
        ELSE
            DISPLAY 'STRESS: category shock for category ', Sts-Cat-Num, ' is not 1-6 - row ignored.'
            EXIT PARAGRAPH
        END-IF
    WHEN Sts-Salary-Shock
        MOVE WS-Shock-Pct TO WS-Salary-Shock
    WHEN Sts-Inflation
        MOVE WS-Shock-Pct TO WS-Inflation-Shock
    WHEN Sts-FX-Shock
        IF Sts-Curr-Code = SPACES THEN
            SET FX-All-Currencies TO TRUE
            MOVE WS-Shock-Pct TO WS-FX-All-Pct
        ELSE
            MOVE 0 TO WS-FX-Shock-Slot
            PERFORM VARYING WS-FX-Shock-Idx FROM 1 BY 1 UNTIL WS-FX-Shock-Idx > WS-FX-Shock-Count
                IF WS-FX-Shock-Code(WS-FX-Shock-Idx) = Sts-Curr-Code THEN
                    MOVE WS-FX-Shock-Idx TO WS-FX-Shock-Slot
                END-IF
            END-PERFORM
            IF (WS-FX-Shock-Slot = 0) AND (WS-FX-Shock-Count < 20) THEN
                ADD 1 TO WS-FX-Shock-Count
                MOVE WS-FX-Shock-Count TO WS-FX-Shock-Slot
                MOVE Sts-Curr-Code TO WS-FX-Shock-Code(WS-FX-Shock-Slot)
            END-IF
            IF WS-FX-Shock-Slot > 0 THEN
                MOVE WS-Shock-Pct TO WS-FX-Shock-Pct(WS-FX-Shock-Slot)
            END-IF
        END-IF
    WHEN OTHER
        DISPLAY 'STRESS: shock type "', Sts-Shock-Type, '" is not C, S, I, or F - row ignored.'
        EXIT PARAGRAPH
END-EVALUATE.
SET Scenario-Found TO TRUE.
ADD 1 TO WS-Shock-Rows.

LOAD-POLICY-LIMITS-SECT.
*> The live limits - the question is how the population stands
*> against today's rules once the economy moves.
PERFORM VARYING WS-Cat-Idx FROM 1 BY 1 UNTIL WS-Cat-Idx > 7
    MOVE "N" TO WS-Policy-Limit-On(WS-Cat-Idx)
    MOVE 0 TO WS-Policy-Limit(WS-Cat-Idx)
    MOVE 0 TO WS-Cat-New-Breaches(WS-Cat-Idx)
END-PERFORM.
OPEN INPUT Policy-Limits-File.
IF WS-Policy-Limits-Status = "00" THEN
    PERFORM UNTIL WS-Policy-Limits-Status NOT = "00"
        READ Policy-Limits-File
            AT END EXIT PERFORM
            NOT AT END
                IF (Pol-Cat-Num >= 1) AND (Pol-Cat-Num <= 7) THEN
                    MOVE Pol-Limit-Pct TO WS-Policy-Limit(Pol-Cat-Num)
                    MOVE "Y" TO WS-Policy-Limit-On(Pol-Cat-Num)
                END-IF
        END-READ
    END-PERFORM
    CLOSE Policy-Limits-File
ELSE
    DISPLAY 'NOTICE: could not open WTM-POLICY-LIMITS.DAT, file status ', WS-Policy-Limits-Status,
        ' - no policy breaches can be counted.'
END-IF.

LOAD-LATEST-RUNS-SECT.
*> Latest run per household - file order is write order, so the
*> last current row for an Employee-ID wins.
SET File-Ctl-Verify TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Budget-History-File.
IF WS-Budget-History-Status NOT = "00" THEN
    DISPLAY 'STRESS: could not open BUDGET-HISTORY.DAT, file status ', WS-Budget-History-Status
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Budget-History-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (Hist-Layout-Version IS NUMERIC) AND (Hist-Layout-Version >= 3)
                AND (Hist-Superseded-Flag NOT = "S") THEN
                PERFORM KEEP-LATEST-RUN-SECT
            END-IF
    END-READ
END-PERFORM.
CLOSE Budget-History-File.
IF WS-Hh-Overflow > 0 THEN
    DISPLAY 'STRESS: more than 2000 households on file - ', WS-Hh-Overflow, ' run(s) left out of the test.'
END-IF.

KEEP-LATEST-RUN-SECT.
MOVE 0 TO WS-Hh-Slot.
PERFORM VARYING WS-Hh-Idx FROM 1 BY 1 UNTIL (WS-Hh-Idx > WS-Hh-Count) OR (WS-Hh-Slot > 0)
    IF WS-Hh-ID(WS-Hh-Idx) = Hist-Employee-ID THEN
        MOVE WS-Hh-Idx TO WS-Hh-Slot
    END-IF
END-PERFORM.
IF WS-Hh-Slot = 0 THEN
    IF WS-Hh-Count >= 2000 THEN
        ADD 1 TO WS-Hh-Overflow
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-Hh-Count
    MOVE WS-Hh-Count TO WS-Hh-Slot
    MOVE Hist-Employee-ID TO WS-Hh-ID(WS-Hh-Slot)
    MOVE SPACES TO WS-Hh-Curr(WS-Hh-Slot)
END-IF.
MOVE Hist-Salary TO WS-Hh-Salary(WS-Hh-Slot).
MOVE Hist-Rent TO WS-Hh-Amount(WS-Hh-Slot, 1).
MOVE Hist-Bills TO WS-Hh-Amount(WS-Hh-Slot, 2).
MOVE Hist-Food TO WS-Hh-Amount(WS-Hh-Slot, 3).
MOVE Hist-Travel TO WS-Hh-Amount(WS-Hh-Slot, 4).
MOVE Hist-Taxes TO WS-Hh-Amount(WS-Hh-Slot, 5).
MOVE Hist-Insurance TO WS-Hh-Amount(WS-Hh-Slot, 6).
MOVE 0 TO WS-Hh-Garnish(WS-Hh-Slot).
IF (Hist-Layout-Version IS NUMERIC) AND (Hist-Layout-Version >= 12) AND (Hist-Garnishments IS NUMERIC) THEN
    MOVE Hist-Garnishments TO WS-Hh-Garnish(WS-Hh-Slot)
END-IF.
IF Hist-Layout-Version >= 4 THEN
    MOVE Hist-Company-Code TO WS-Hh-Company(WS-Hh-Slot)
    MOVE Hist-Dept-Code TO WS-Hh-Dept(WS-Hh-Slot)
ELSE
    MOVE SPACES TO WS-Hh-Company(WS-Hh-Slot)
    MOVE SPACES TO WS-Hh-Dept(WS-Hh-Slot)
END-IF.

LOAD-HOUSEHOLD-CURRENCY-SECT.
*> A household WTM-INTERNATIONAL has converted is international, in
*> the currency of its latest conversion.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-AUDIT-LOG.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Audit-Log-File.
IF WS-Audit-Log-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Audit-Log-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Audit-Curr-Code NOT = SPACES THEN
                PERFORM VARYING WS-Hh-Idx FROM 1 BY 1 UNTIL WS-Hh-Idx > WS-Hh-Count
                    IF WS-Hh-ID(WS-Hh-Idx) = Audit-Employee-ID THEN
                        MOVE Audit-Curr-Code TO WS-Hh-Curr(WS-Hh-Idx)
                    END-IF
                END-PERFORM
            END-IF
    END-READ
END-PERFORM.
CLOSE Audit-Log-File.

STRESS-ONE-HOUSEHOLD-SECT.
ADD 1 TO WS-Tested.
*> Before: the run as recorded.
MOVE WS-Hh-Salary(WS-Hh-Idx) TO WS-Work-Salary.
PERFORM VARYING WS-Cat-Idx FROM 1 BY 1 UNTIL WS-Cat-Idx > 6
    MOVE WS-Hh-Amount(WS-Hh-Idx, WS-Cat-Idx) TO WS-Work-Amount(WS-Cat-Idx)
END-PERFORM.
MOVE WS-Hh-Garnish(WS-Hh-Idx) TO WS-Work-Garnish.
PERFORM WORK-EXTRA-AND-POLICY-SECT.
MOVE WS-Work-Extra TO WS-Hh-Extra-Before(WS-Hh-Idx).
MOVE WS-Work-Breaches TO WS-Before-Breaches.
MOVE WS-Work-Breach-Flag TO WS-Before-Breach-Flag.
*> After: salary and exchange rate first, so taxes can follow pay.
MOVE 0 TO WS-FX-Pct.
IF WS-Hh-Curr(WS-Hh-Idx) NOT = SPACES THEN
    ADD 1 TO WS-International
    IF FX-All-Currencies THEN
        MOVE WS-FX-All-Pct TO WS-FX-Pct
    END-IF
    PERFORM VARYING WS-FX-Shock-Idx FROM 1 BY 1 UNTIL WS-FX-Shock-Idx > WS-FX-Shock-Count
        IF WS-FX-Shock-Code(WS-FX-Shock-Idx) = WS-Hh-Curr(WS-Hh-Idx) THEN
            MOVE WS-FX-Shock-Pct(WS-FX-Shock-Idx) TO WS-FX-Pct
        END-IF
    END-PERFORM
END-IF.
COMPUTE WS-Work-Salary ROUNDED = WS-Hh-Salary(WS-Hh-Idx) * (1 + (WS-Salary-Shock / 100)) * (1 + (WS-FX-Pct / 100)).
PERFORM VARYING WS-Cat-Idx FROM 1 BY 1 UNTIL WS-Cat-Idx > 6
    IF WS-Cat-Idx = 5 THEN
        IF WS-Hh-Salary(WS-Hh-Idx) NOT = 0 THEN
            COMPUTE WS-Work-Amount(5) ROUNDED = WS-Hh-Amount(WS-Hh-Idx, 5)
                * (WS-Work-Salary / WS-Hh-Salary(WS-Hh-Idx)) * (1 + (WS-Cat-Shock(5) / 100))
        ELSE
            COMPUTE WS-Work-Amount(5) ROUNDED = WS-Hh-Amount(WS-Hh-Idx, 5) * (1 + (WS-Cat-Shock(5) / 100))
        END-IF
    ELSE
        COMPUTE WS-Work-Amount(WS-Cat-Idx) ROUNDED = WS-Hh-Amount(WS-Hh-Idx, WS-Cat-Idx)
            * (1 + (WS-Inflation-Shock / 100)) * (1 + (WS-Cat-Shock(WS-Cat-Idx) / 100))
    END-IF
END-PERFORM.
PERFORM WORK-EXTRA-AND-POLICY-SECT.
MOVE WS-Work-Extra TO WS-Hh-Extra-After(WS-Hh-Idx).
*> Tally.
MOVE "N" TO WS-Hh-New-Deficit(WS-Hh-Idx).
IF WS-Hh-Extra-Before(WS-Hh-Idx) < 0 THEN
    ADD 1 TO WS-Deficit-Before
END-IF.
IF WS-Hh-Extra-After(WS-Hh-Idx) < 0 THEN
    ADD 1 TO WS-Deficit-After
    IF WS-Hh-Extra-Before(WS-Hh-Idx) >= 0 THEN
        ADD 1 TO WS-New-Deficits
        MOVE "Y" TO WS-Hh-New-Deficit(WS-Hh-Idx)
    END-IF
END-IF.
IF Before-Breached THEN
    ADD 1 TO WS-Breached-Before
END-IF.
SET Newly-Breached TO FALSE.
IF Work-Breached THEN
    ADD 1 TO WS-Breached-After
    PERFORM VARYING WS-Cat-Idx FROM 1 BY 1 UNTIL WS-Cat-Idx > 7
        IF (WS-Work-Breach(WS-Cat-Idx) = "Y") AND (WS-Before-Breach(WS-Cat-Idx) = "N") THEN
            ADD 1 TO WS-Cat-New-Breaches(WS-Cat-Idx)
        END-IF
    END-PERFORM
    IF NOT Before-Breached THEN
        SET Newly-Breached TO TRUE
        ADD 1 TO WS-New-Breaches
    END-IF
END-IF.
ADD WS-Hh-Extra-Before(WS-Hh-Idx) TO WS-Total-Extra-Before.
ADD WS-Hh-Extra-After(WS-Hh-Idx) TO WS-Total-Extra-After.
PERFORM TALLY-ORG-SECT.

WORK-EXTRA-AND-POLICY-SECT.
*> Extra signed, as the bridge keeps it; the percents of salary the
*> budget run checks against the limits, with Extra's percent taken
*> as zero in deficit as the run records it.
MOVE 0 TO WS-Work-Total.
PERFORM VARYING WS-Cat-Idx FROM 1 BY 1 UNTIL WS-Cat-Idx > 6
    ADD WS-Work-Amount(WS-Cat-Idx) TO WS-Work-Total
END-PERFORM.
COMPUTE WS-Work-Extra = WS-Work-Salary - WS-Work-Total - WS-Work-Garnish.
SET Work-Breached TO FALSE.
PERFORM VARYING WS-Cat-Idx FROM 1 BY 1 UNTIL WS-Cat-Idx > 7
    MOVE "N" TO WS-Work-Breach(WS-Cat-Idx)
END-PERFORM.
IF WS-Work-Salary <= 0 THEN
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING WS-Cat-Idx FROM 1 BY 1 UNTIL WS-Cat-Idx > 6
    COMPUTE WS-Work-Percent ROUNDED = (WS-Work-Amount(WS-Cat-Idx) / WS-Work-Salary) * 100
    IF (WS-Policy-Limit-On(WS-Cat-Idx) = "Y") AND (WS-Work-Percent > WS-Policy-Limit(WS-Cat-Idx)) THEN
        MOVE "Y" TO WS-Work-Breach(WS-Cat-Idx)
        SET Work-Breached TO TRUE
    END-IF
END-PERFORM.
IF WS-Work-Extra > 0 THEN
    COMPUTE WS-Work-Percent ROUNDED = (WS-Work-Extra / WS-Work-Salary) * 100
ELSE
    MOVE 0 TO WS-Work-Percent
END-IF.
IF (WS-Policy-Limit-On(7) = "Y") AND (WS-Work-Percent < WS-Policy-Limit(7)) THEN
    MOVE "Y" TO WS-Work-Breach(7)
    SET Work-Breached TO TRUE
END-IF.

TALLY-ORG-SECT.
MOVE 0 TO WS-Org-Slot.
PERFORM VARYING WS-Org-Idx FROM 1 BY 1 UNTIL (WS-Org-Idx > WS-Org-Count) OR (WS-Org-Slot > 0)
    IF (WS-Org-Company(WS-Org-Idx) = WS-Hh-Company(WS-Hh-Idx))
            AND (WS-Org-Dept(WS-Org-Idx) = WS-Hh-Dept(WS-Hh-Idx)) THEN
        MOVE WS-Org-Idx TO WS-Org-Slot
    END-IF
END-PERFORM.
IF WS-Org-Slot = 0 THEN
    IF WS-Org-Count >= 100 THEN
        ADD 1 TO WS-Org-Overflow
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-Org-Count
    MOVE WS-Org-Count TO WS-Org-Slot
    MOVE WS-Hh-Company(WS-Hh-Idx) TO WS-Org-Company(WS-Org-Slot)
    MOVE WS-Hh-Dept(WS-Hh-Idx) TO WS-Org-Dept(WS-Org-Slot)
    MOVE 0 TO WS-Org-Households(WS-Org-Slot)
    MOVE 0 TO WS-Org-Extra-Before(WS-Org-Slot)
    MOVE 0 TO WS-Org-Extra-After(WS-Org-Slot)
    MOVE 0 TO WS-Org-New-Deficits(WS-Org-Slot)
    MOVE 0 TO WS-Org-New-Breaches(WS-Org-Slot)
END-IF.
ADD 1 TO WS-Org-Households(WS-Org-Slot).
ADD WS-Hh-Extra-Before(WS-Hh-Idx) TO WS-Org-Extra-Before(WS-Org-Slot).
ADD WS-Hh-Extra-After(WS-Hh-Idx) TO WS-Org-Extra-After(WS-Org-Slot).
IF WS-Hh-New-Deficit(WS-Hh-Idx) = "Y" THEN
    ADD 1 TO WS-Org-New-Deficits(WS-Org-Slot)
END-IF.
IF Newly-Breached THEN
    ADD 1 TO WS-Org-New-Breaches(WS-Org-Slot)
END-IF.

WRITE-STRESS-REPORT-SECT.
OPEN OUTPUT Stress-Report-File.
IF WS-Stress-Report-Status NOT = "00" THEN
    DISPLAY 'STRESS ERROR: could not create WTM-STRESS-TEST.TXT, file status ', WS-Stress-Report-Status
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
MOVE SPACES TO Stress-Report-Line.
STRING 'WTM POPULATION STRESS TEST - SCENARIO ' DELIMITED BY SIZE
    WS-Scenario-Name DELIMITED BY '  '
    '   PREPARED ' DELIMITED BY SIZE
    WS-Today DELIMITED BY SIZE
    INTO Stress-Report-Line.
WRITE Stress-Report-Line.
MOVE '(each household''s latest run, shocked; Extra = salary less the six categories, signed)' TO Stress-Report-Line.
WRITE Stress-Report-Line.
MOVE SPACES TO Stress-Report-Line.
WRITE Stress-Report-Line.
MOVE 'SHOCKS APPLIED' TO Stress-Report-Line.
WRITE Stress-Report-Line.
MOVE SPACES TO Stress-Report-Line.
MOVE '  Salary' TO Stress-Report-Line(1:30).
MOVE WS-Salary-Shock TO WS-Pct-Disp.
MOVE WS-Pct-Disp TO Stress-Report-Line(31:7).
MOVE '%' TO Stress-Report-Line(38:1).
WRITE Stress-Report-Line.
MOVE SPACES TO Stress-Report-Line.
MOVE '  Inflation' TO Stress-Report-Line(1:30).
MOVE WS-Inflation-Shock TO WS-Pct-Disp.
MOVE WS-Pct-Disp TO Stress-Report-Line(31:7).
MOVE '%' TO Stress-Report-Line(38:1).
WRITE Stress-Report-Line.
PERFORM VARYING WS-Cat-Idx FROM 1 BY 1 UNTIL WS-Cat-Idx > 6
    IF WS-Cat-Shock(WS-Cat-Idx) NOT = 0 THEN
        MOVE SPACES TO Stress-Report-Line
        MOVE WS-Cat-Name(WS-Cat-Idx) TO Stress-Report-Line(3:10)
        MOVE WS-Cat-Shock(WS-Cat-Idx) TO WS-Pct-Disp
        MOVE WS-Pct-Disp TO Stress-Report-Line(31:7)
        MOVE '%' TO Stress-Report-Line(38:1)
        WRITE Stress-Report-Line
    END-IF
END-PERFORM.
IF FX-All-Currencies THEN
    MOVE SPACES TO Stress-Report-Line
    MOVE '  Exchange rate, all' TO Stress-Report-Line(1:30)
    MOVE WS-FX-All-Pct TO WS-Pct-Disp
    MOVE WS-Pct-Disp TO Stress-Report-Line(31:7)
    MOVE '%' TO Stress-Report-Line(38:1)
    WRITE Stress-Report-Line
END-IF.
PERFORM VARYING WS-FX-Shock-Idx FROM 1 BY 1 UNTIL WS-FX-Shock-Idx > WS-FX-Shock-Count
    MOVE SPACES TO Stress-Report-Line
    STRING '  Exchange rate, ' DELIMITED BY SIZE
        WS-FX-Shock-Code(WS-FX-Shock-Idx) DELIMITED BY SIZE
        INTO Stress-Report-Line
    MOVE WS-FX-Shock-Pct(WS-FX-Shock-Idx) TO WS-Pct-Disp
    MOVE WS-Pct-Disp TO Stress-Report-Line(31:7)
    MOVE '%' TO Stress-Report-Line(38:1)
    WRITE Stress-Report-Line
END-PERFORM.
MOVE SPACES TO Stress-Report-Line.
WRITE Stress-Report-Line.
MOVE SPACES TO Stress-Report-Line.
MOVE WS-Tested TO WS-Count-Disp.
STRING 'Households tested:        ' DELIMITED BY SIZE
    WS-Count-Disp DELIMITED BY SIZE
    INTO Stress-Report-Line.
MOVE WS-International TO WS-Count-Disp.
STRING '   (international: ' DELIMITED BY SIZE
    WS-Count-Disp DELIMITED BY SIZE
    ')' DELIMITED BY SIZE
    INTO Stress-Report-Line(33:30).
WRITE Stress-Report-Line.
MOVE SPACES TO Stress-Report-Line.
MOVE WS-New-Deficits TO WS-Count-Disp.
STRING 'New deficit households:   ' DELIMITED BY SIZE
    WS-Count-Disp DELIMITED BY SIZE
    INTO Stress-Report-Line.
MOVE WS-Deficit-Before TO WS-Count-Disp.
STRING '   (before: ' DELIMITED BY SIZE
    WS-Count-Disp DELIMITED BY SIZE
    INTO Stress-Report-Line(33:18).
MOVE WS-Deficit-After TO WS-Count-Disp.
STRING ', after: ' DELIMITED BY SIZE
    WS-Count-Disp DELIMITED BY SIZE
    ')' DELIMITED BY SIZE
    INTO Stress-Report-Line(51:16).
WRITE Stress-Report-Line.
MOVE SPACES TO Stress-Report-Line.
MOVE WS-New-Breaches TO WS-Count-Disp.
STRING 'New policy breaches:      ' DELIMITED BY SIZE
    WS-Count-Disp DELIMITED BY SIZE
    INTO Stress-Report-Line.
MOVE WS-Breached-Before TO WS-Count-Disp.
STRING '   (before: ' DELIMITED BY SIZE
    WS-Count-Disp DELIMITED BY SIZE
    INTO Stress-Report-Line(33:18).
MOVE WS-Breached-After TO WS-Count-Disp.
STRING ', after: ' DELIMITED BY SIZE
    WS-Count-Disp DELIMITED BY SIZE
    ')' DELIMITED BY SIZE
    INTO Stress-Report-Line(51:16).
WRITE Stress-Report-Line.
MOVE SPACES TO Stress-Report-Line.
WRITE Stress-Report-Line.
MOVE 'NEW BREACHES PER CATEGORY (live limit, households newly over it)' TO Stress-Report-Line.
WRITE Stress-Report-Line.
PERFORM VARYING WS-Cat-Idx FROM 1 BY 1 UNTIL WS-Cat-Idx > 7
    IF WS-Policy-Limit-On(WS-Cat-Idx) = "Y" THEN
        MOVE SPACES TO Stress-Report-Line
        MOVE WS-Cat-Name(WS-Cat-Idx) TO Stress-Report-Line(3:10)
        MOVE WS-Policy-Limit(WS-Cat-Idx) TO WS-Limit-Disp
        MOVE WS-Limit-Disp TO Stress-Report-Line(15:6)
        MOVE '%' TO Stress-Report-Line(21:1)
        MOVE WS-Cat-New-Breaches(WS-Cat-Idx) TO WS-Count-Disp
        MOVE WS-Count-Disp TO Stress-Report-Line(24:6)
        WRITE Stress-Report-Line
    END-IF
END-PERFORM.
MOVE SPACES TO Stress-Report-Line.
WRITE Stress-Report-Line.
MOVE 'EXTRA BY COMPANY AND DEPARTMENT' TO Stress-Report-Line.
WRITE Stress-Report-Line.
MOVE 'CO  DEPT  HOUSEHOLDS        EXTRA BEFORE         EXTRA AFTER              CHANGE  NEW DEFICITS  NEW BREACHES'
    TO Stress-Report-Line.
WRITE Stress-Report-Line.
MOVE ALL '-' TO Stress-Report-Line.
WRITE Stress-Report-Line.
PERFORM VARYING WS-Org-Idx FROM 1 BY 1 UNTIL WS-Org-Idx > WS-Org-Count
    MOVE SPACES TO Stress-Report-Line
    MOVE WS-Org-Company(WS-Org-Idx) TO Stress-Report-Line(1:3)
    MOVE WS-Org-Dept(WS-Org-Idx) TO Stress-Report-Line(5:4)
    MOVE WS-Org-Households(WS-Org-Idx) TO WS-Count-Disp
    MOVE WS-Count-Disp TO Stress-Report-Line(15:6)
    MOVE WS-Org-Extra-Before(WS-Org-Idx) TO WS-Total-Disp
    MOVE WS-Total-Disp TO Stress-Report-Line(22:18)
    MOVE WS-Org-Extra-After(WS-Org-Idx) TO WS-Total-Disp
    MOVE WS-Total-Disp TO Stress-Report-Line(42:18)
    COMPUTE WS-Total-Disp = WS-Org-Extra-After(WS-Org-Idx) - WS-Org-Extra-Before(WS-Org-Idx)
    MOVE WS-Total-Disp TO Stress-Report-Line(62:18)
    MOVE WS-Org-New-Deficits(WS-Org-Idx) TO WS-Count-Disp
    MOVE WS-Count-Disp TO Stress-Report-Line(88:6)
    MOVE WS-Org-New-Breaches(WS-Org-Idx) TO WS-Count-Disp
    MOVE WS-Count-Disp TO Stress-Report-Line(102:6)
    WRITE Stress-Report-Line
END-PERFORM.
MOVE ALL '-' TO Stress-Report-Line.
WRITE Stress-Report-Line.
MOVE SPACES TO Stress-Report-Line.
MOVE 'TOTAL' TO Stress-Report-Line(1:5).
MOVE WS-Tested TO WS-Count-Disp.
MOVE WS-Count-Disp TO Stress-Report-Line(15:6).
MOVE WS-Total-Extra-Before TO WS-Total-Disp.
MOVE WS-Total-Disp TO Stress-Report-Line(22:18).
MOVE WS-Total-Extra-After TO WS-Total-Disp.
MOVE WS-Total-Disp TO Stress-Report-Line(42:18).
COMPUTE WS-Total-Disp = WS-Total-Extra-After - WS-Total-Extra-Before.
MOVE WS-Total-Disp TO Stress-Report-Line(62:18).
MOVE WS-New-Deficits TO WS-Count-Disp.
MOVE WS-Count-Disp TO Stress-Report-Line(88:6).
MOVE WS-New-Breaches TO WS-Count-Disp.
MOVE WS-Count-Disp TO Stress-Report-Line(102:6).
WRITE Stress-Report-Line.
IF WS-Org-Overflow > 0 THEN
    MOVE SPACES TO Stress-Report-Line
    STRING '(more than 100 company/department pairs - ' DELIMITED BY SIZE
        WS-Org-Overflow DELIMITED BY SIZE
        ' household(s) are in the total only)' DELIMITED BY SIZE
        INTO Stress-Report-Line
    WRITE Stress-Report-Line
END-IF.
MOVE SPACES TO Stress-Report-Line.
WRITE Stress-Report-Line.
MOVE 'HOUSEHOLDS TIPPED INTO DEFICIT' TO Stress-Report-Line.
WRITE Stress-Report-Line.
MOVE 'EMPLOYEE  CO  DEPT     EXTRA BEFORE      EXTRA AFTER' TO Stress-Report-Line.
WRITE Stress-Report-Line.
MOVE ALL '-' TO Stress-Report-Line.
WRITE Stress-Report-Line.
MOVE 'WTM-STRESSTEST' TO WS-Mask-View.
SET Mask-Begin TO TRUE.
PERFORM CALL-FIGURE-MASK-SECT.
PERFORM VARYING WS-Hh-Idx FROM 1 BY 1 UNTIL WS-Hh-Idx > WS-Hh-Count
    IF WS-Hh-New-Deficit(WS-Hh-Idx) = "Y" THEN
        MOVE SPACES TO Stress-Report-Line
        MOVE WS-Hh-ID(WS-Hh-Idx) TO Stress-Report-Line(1:6)
        MOVE WS-Hh-Company(WS-Hh-Idx) TO Stress-Report-Line(11:3)
        MOVE WS-Hh-Dept(WS-Hh-Idx) TO Stress-Report-Line(15:4)
        MOVE WS-Hh-ID(WS-Hh-Idx) TO WS-Mask-Employee-ID
        SET Mask-View TO TRUE
        PERFORM CALL-FIGURE-MASK-SECT
        MOVE WS-Hh-Extra-Before(WS-Hh-Idx) TO WS-Mask-Amount
        PERFORM FORMAT-FIGURE-SECT
        MOVE WS-Mask-Text TO Stress-Report-Line(20:15)
        MOVE WS-Hh-Extra-After(WS-Hh-Idx) TO WS-Mask-Amount
        PERFORM FORMAT-FIGURE-SECT
        MOVE WS-Mask-Text TO Stress-Report-Line(37:15)
        WRITE Stress-Report-Line
    END-IF
END-PERFORM.
CLOSE Stress-Report-File.
MOVE 'STRESS  ' TO Gen-Family.
MOVE 'WTM-STRESS-TEST.TXT' TO Gen-File-Name.
MOVE WS-Today TO Gen-Date.
MOVE WS-Tested TO Gen-Record-Count.
PERFORM WRITE-CATALOG-ENTRY-SECT.

WRITE-CATALOG-ENTRY-SECT.
OPEN EXTEND Report-Catalog-File.
IF WS-Report-Catalog-Status = "35" THEN
    OPEN OUTPUT Report-Catalog-File
END-IF.
IF WS-Report-Catalog-Status = "00" THEN
    WRITE Report-Catalog-Record
    SET Rjn-After-Image TO TRUE
    MOVE 'WTM-REPORT-CATALOG.DAT' TO WS-Rjn-File-Name
    MOVE Report-Catalog-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    CLOSE Report-Catalog-File
ELSE
    DISPLAY 'WARNING: could not write WTM-REPORT-CATALOG.DAT, file status ', WS-Report-Catalog-Status
END-IF.

FORMAT-FIGURE-SECT.
SET Mask-Format TO TRUE.
PERFORM CALL-FIGURE-MASK-SECT.

CALL-FIGURE-MASK-SECT.
CALL 'WTM-FIGURE-MASK' USING WS-Mask-Function, WS-Mask-View, WS-Mask-Employee-ID,
    WS-Mask-Amount, WS-Mask-Result, WS-Mask-Text.

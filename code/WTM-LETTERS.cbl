*> Notice letter run. Every notice to a household used to be typed by
*> hand from the policy exceptions, the repayment exceptions, and the
*> deficit ledger. For an entered budget period this run picks the
*> households in each condition and merges their figures into the
*> shop-maintained templates on WTM-LETTER-TEMPLATES.DAT:
*>   POLB policy breach - the latest run for the period breached a
*>        WTM-POLICY-LIMITS.DAT limit; the letter names the worst
*>        breached category, its percent, and the limit.
*>   DEFC deficit       - a balance is outstanding on
*>        WTM-DEFICIT-LEDGER.DAT and no repayment plan is on file
*>        (households on a plan get REPY letters instead).
*>   REPY missed repayment - the same test WTM-REPAY-EXCEPT applies:
*>        recovered this period is under the agreed monthly amount.
*> Template lines carry <TOKENS> that are replaced with the figures:
*> <DATE> <NAME> <EMPID> <PERIOD> <CATEGORY> <PERCENT> <LIMIT>
*> <BALANCE> <PLANAMT> <RECOVERED>. Letters print one per page into a
*> run-dated WTM-LETTERS-<timestamp>.TXT, cataloged for WTM-GENCLEAN
*> like the budget reports, and each letter is logged to
*> WTM-LETTER-LOG.DAT. A household already logged for the same
*> notice and period is not written to again, so a rerun is safe.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-LETTERS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Template-File ASSIGN TO "WTM-LETTER-TEMPLATES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Template-Status.
    SELECT Employee-Master-File ASSIGN TO "WTM-EMPLOYEE-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Employee-Master-Status.
    SELECT Budget-History-File ASSIGN TO "BUDGET-HISTORY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Budget-History-Status.
    SELECT Policy-Limits-File ASSIGN TO "WTM-POLICY-LIMITS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Policy-Limits-Status.
    SELECT Deficit-Ledger-File ASSIGN TO "WTM-DEFICIT-LEDGER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Deficit-Ledger-Status.
    SELECT Repay-Plan-File ASSIGN TO "WTM-REPAY-PLANS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Repay-Plan-Status.
    SELECT Letter-Log-File ASSIGN TO "WTM-LETTER-LOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Letter-Log-Status.
    SELECT Letter-File ASSIGN TO WS-Letter-File-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Letter-File-Status.
    SELECT Report-Catalog-File ASSIGN TO "WTM-REPORT-CATALOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Report-Catalog-Status.

DATA DIVISION.
FILE SECTION.
FD  Template-File.
01 Template-Record.
    05 Tpl-Letter-Type PIC X(4).
    05 Tpl-Line-No     PIC 9(2).
    05 Tpl-Text        PIC X(74).

FD  Employee-Master-File.
    COPY "WTM-EMPLOYEE-MASTER-REC.cpy".

FD  Budget-History-File.
    COPY "WTM-HISTORY-REC.cpy".

FD  Policy-Limits-File.
    COPY "WTM-POLICY-LIMIT-REC.cpy".

FD  Deficit-Ledger-File.
    COPY "WTM-DEFICIT-LEDGER-REC.cpy".

FD  Repay-Plan-File.
01 Repay-Plan-Record.
    05 Rpl-Employee-ID    PIC 9(6).
    05 Rpl-Monthly-Amount PIC 9(7)V99.
    05 Rpl-Start-Period   PIC 9(6).
    05 Rpl-Target-Period  PIC 9(6).

FD  Letter-Log-File.
    COPY "WTM-LETTER-LOG-REC.cpy".

FD  Letter-File.
01 Letter-Line PIC X(80).

FD  Report-Catalog-File.
    COPY "WTM-REPORT-CATALOG-REC.cpy".

WORKING-STORAGE SECTION.
01 WS-Template-Status PIC XX.
01 WS-Employee-Master-Status PIC XX.
01 WS-Budget-History-Status PIC XX.
01 WS-Policy-Limits-Status PIC XX.
01 WS-Deficit-Ledger-Status PIC XX.
01 WS-Repay-Plan-Status PIC XX.
01 WS-Letter-Log-Status PIC XX.
01 WS-Letter-File-Status PIC XX.
01 WS-Report-Catalog-Status PIC XX.
01 WS-Letter-File-Name PIC X(40).
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Report-Period PIC 9(6).
01 WS-Template-Table.
    05 WS-Tpl-Entry OCCURS 90 TIMES.
       10 WS-Tpl-Type PIC X(4).
       10 WS-Tpl-Text PIC X(74).
01 WS-Template-Count PIC 9(3) VALUE 0.
01 WS-Tpl-Idx PIC 9(3).
01 WS-Employee-Table.
    05 WS-Emp-Entry OCCURS 500 TIMES.
       10 WS-Emp-ID   PIC 9(6).
       10 WS-Emp-Name PIC X(30).
01 WS-Employee-Count PIC 9(4) VALUE 0.
01 WS-Emp-Idx PIC 9(4).
01 WS-Policy-Limits-Table.
    05 WS-Policy-Limit PIC 9(3)V99 OCCURS 7 TIMES.
01 WS-Policy-Limit-Set.
    05 WS-Policy-Limit-On PIC X OCCURS 7 TIMES.
01 WS-Policy-Idx PIC 9(2).
01 WS-Cat-Names-Values.
    05 FILLER PIC X(10) VALUE 'Rent      '.
    05 FILLER PIC X(10) VALUE 'Bills     '.
    05 FILLER PIC X(10) VALUE 'Food      '.
    05 FILLER PIC X(10) VALUE 'Travel    '.
    05 FILLER PIC X(10) VALUE 'Taxes     '.
    05 FILLER PIC X(10) VALUE 'Insurance '.
    05 FILLER PIC X(10) VALUE 'Extra     '.
01 WS-Cat-Names-Table REDEFINES WS-Cat-Names-Values.
    05 WS-Cat-Name PIC X(10) OCCURS 7 TIMES.
*> Latest non-superseded run per employee in the report period.
01 WS-Run-Table.
    05 WS-Run-Entry OCCURS 500 TIMES.
       10 WS-Run-ID          PIC 9(6).
       10 WS-Run-Percent     PIC S9(7)V99 OCCURS 7 TIMES.
01 WS-Run-Count PIC 9(4) VALUE 0.
01 WS-Run-Idx PIC 9(4).
01 WS-Run-Slot PIC 9(4).
*> Deficit balance and this period's recovery per employee.
01 WS-Ledger-Table.
    05 WS-Led-Entry OCCURS 500 TIMES.
       10 WS-Led-ID        PIC 9(6).
       10 WS-Led-Balance   PIC S9(9)V99.
       10 WS-Led-Recovered PIC S9(9)V99.
01 WS-Ledger-Count PIC 9(4) VALUE 0.
01 WS-Led-Idx PIC 9(4).
01 WS-Led-Slot PIC 9(4).
01 WS-Repay-Table.
    05 WS-Rpl-Entry OCCURS 100 TIMES.
       10 WS-Rpl-ID      PIC 9(6).
       10 WS-Rpl-Monthly PIC 9(7)V99.
       10 WS-Rpl-Start   PIC 9(6).
01 WS-Repay-Count PIC 9(3) VALUE 0.
01 WS-Rpl-Idx PIC 9(3).
01 WS-Rpl-Slot PIC 9(3).
*> Notices already logged for this period (employee + type).
01 WS-Sent-Table.
    05 WS-Sent-Entry OCCURS 1500 TIMES.
       10 WS-Sent-ID   PIC 9(6).
       10 WS-Sent-Type PIC X(4).
01 WS-Sent-Count PIC 9(4) VALUE 0.
01 WS-Sent-Idx PIC 9(4).
01 WS-Already-Sent-Flag PIC X.
    88 Already-Sent VALUE "Y" FALSE "N".
*> Merge fields for the letter being produced.
01 WS-Ltr-Type PIC X(4).
01 WS-Ltr-Employee-ID PIC 9(6).
01 WS-Ltr-Name PIC X(30).
01 WS-Ltr-Category PIC X(10).
01 WS-Ltr-Percent PIC S9(7)V99.
01 WS-Ltr-Limit PIC 9(3)V99.
01 WS-Ltr-Balance PIC S9(9)V99.
01 WS-Ltr-Plan-Amount PIC 9(7)V99.
01 WS-Ltr-Recovered PIC S9(9)V99.
01 WS-Ltr-Log-Amount PIC S9(8)V99.
01 WS-Worst-Idx PIC 9(2).
01 WS-Worst-Excess PIC S9(7)V99.
01 WS-This-Excess PIC S9(7)V99.
01 WS-Merged-Line PIC X(80).
01 WS-Out-Pos PIC 9(3).
01 WS-In-Pos PIC 9(3).
01 WS-Scan-Pos PIC 9(3).
01 WS-Token PIC X(12).
01 WS-Token-Len PIC 9(3).
01 WS-Token-Value PIC X(40).
01 WS-Pct-Disp PIC ZZZ,ZZ9.99.
01 WS-Money-Disp PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-Today PIC 9(8).
01 WS-Date-Disp PIC X(10).
01 WS-Letter-Lines PIC 9(3).
01 WS-Letters-Written PIC 9(5) VALUE 0.
01 WS-Letters-Skipped PIC 9(5) VALUE 0.
01 WS-Policy-Letters PIC 9(5) VALUE 0.
01 WS-Deficit-Letters PIC 9(5) VALUE 0.
01 WS-Repay-Letters PIC 9(5) VALUE 0.
01 WS-Numeric-Input PIC X(8).
01 WS-Test-Numval PIC S9(6).
01 WS-Input-Valid PIC X VALUE "N".
    88 Input-Valid VALUE "Y".
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '---------------------------------- WTM NOTICE LETTER RUN -----------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
STRING WS-Today(5:2) DELIMITED BY SIZE
    '/' DELIMITED BY SIZE
    WS-Today(7:2) DELIMITED BY SIZE
    '/' DELIMITED BY SIZE
    WS-Today(1:4) DELIMITED BY SIZE
    INTO WS-Date-Disp.
PERFORM LOAD-TEMPLATES-SECT.
IF WS-Template-Count = 0 THEN
    DISPLAY 'WTM-LETTERS: no letter templates on WTM-LETTER-TEMPLATES.DAT - nothing can be produced.'
    MOVE 8 TO RETURN-CODE
    GOBACK
END-IF.
DISPLAY 'Enter the budget period to write to (YYYYMM):'.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    ACCEPT WS-Numeric-Input
    MOVE FUNCTION TEST-NUMVAL(WS-Numeric-Input) TO WS-Test-Numval
    IF WS-Test-Numval NOT = 0 THEN
        DISPLAY 'INPUT ERROR: that is not a valid number. Please re-enter.'
    ELSE
        COMPUTE WS-Report-Period = FUNCTION NUMVAL(WS-Numeric-Input)
        MOVE "Y" TO WS-Input-Valid
    END-IF
END-PERFORM.
PERFORM LOAD-EMPLOYEES-SECT.
PERFORM LOAD-POLICY-LIMITS-SECT.
PERFORM LOAD-SENT-LETTERS-SECT.
PERFORM LOAD-PERIOD-RUNS-SECT.
PERFORM LOAD-LEDGER-SECT.
PERFORM LOAD-PLANS-SECT.
MOVE SPACES TO WS-Letter-File-Name.
STRING 'WTM-LETTERS-' DELIMITED BY SIZE
    FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
    '.TXT' DELIMITED BY SIZE
    INTO WS-Letter-File-Name.
OPEN OUTPUT Letter-File.
IF WS-Letter-File-Status NOT = "00" THEN
    DISPLAY 'WTM-LETTERS: could not open ', FUNCTION TRIM(WS-Letter-File-Name), ', file status ', WS-Letter-File-Status
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM POLICY-LETTERS-SECT.
PERFORM DEFICIT-LETTERS-SECT.
PERFORM REPAY-LETTERS-SECT.
CLOSE Letter-File.
IF WS-Letters-Written > 0 THEN
    MOVE 'LETTERS ' TO Gen-Family
    MOVE WS-Letter-File-Name TO Gen-File-Name
    MOVE WS-Today TO Gen-Date
    MOVE WS-Letters-Written TO Gen-Record-Count
    PERFORM WRITE-CATALOG-ENTRY-SECT
END-IF.
DISPLAY 'Policy-breach letters:     ', WS-Policy-Letters.
DISPLAY 'Deficit letters:           ', WS-Deficit-Letters.
DISPLAY 'Missed-repayment letters:  ', WS-Repay-Letters.
DISPLAY 'Already notified, skipped: ', WS-Letters-Skipped.
IF WS-Letters-Written > 0 THEN
    DISPLAY WS-Letters-Written, ' letter(s) written to ', FUNCTION TRIM(WS-Letter-File-Name), ' and logged.'
ELSE
    DISPLAY 'No letters due for period ', WS-Report-Period, '.'
END-IF.
GOBACK.

LOAD-TEMPLATES-SECT.
MOVE 0 TO WS-Template-Count.
OPEN INPUT Template-File.
IF WS-Template-Status = "00" THEN
    PERFORM UNTIL WS-Template-Status NOT = "00"
        READ Template-File
            AT END EXIT PERFORM
            NOT AT END
                IF WS-Template-Count < 90 THEN
                    ADD 1 TO WS-Template-Count
                    MOVE Tpl-Letter-Type TO WS-Tpl-Type(WS-Template-Count)
                    MOVE Tpl-Text TO WS-Tpl-Text(WS-Template-Count)
                END-IF
        END-READ
    END-PERFORM
    CLOSE Template-File
END-IF.

LOAD-EMPLOYEES-SECT.
MOVE 0 TO WS-Employee-Count.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-EMPLOYEE-MASTER.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Employee-Master-File.
IF WS-Employee-Master-Status = "00" THEN
    PERFORM UNTIL WS-Employee-Master-Status NOT = "00"
        READ Employee-Master-File
            AT END EXIT PERFORM
            NOT AT END
                IF WS-Employee-Count < 500 THEN
                    ADD 1 TO WS-Employee-Count
                    MOVE Empl-ID TO WS-Emp-ID(WS-Employee-Count)
                    MOVE Empl-Name TO WS-Emp-Name(WS-Employee-Count)
                END-IF
        END-READ
    END-PERFORM
    CLOSE Employee-Master-File
ELSE
    DISPLAY 'WARNING: could not open WTM-EMPLOYEE-MASTER.DAT, file status ', WS-Employee-Master-Status
    DISPLAY 'Letters will be addressed by employee ID only.'
END-IF.

LOAD-POLICY-LIMITS-SECT.
PERFORM VARYING WS-Policy-Idx FROM 1 BY 1 UNTIL WS-Policy-Idx > 7
    MOVE "N" TO WS-Policy-Limit-On(WS-Policy-Idx)
    MOVE 0 TO WS-Policy-Limit(WS-Policy-Idx)
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
END-IF.

LOAD-SENT-LETTERS-SECT.
MOVE 0 TO WS-Sent-Count.
OPEN INPUT Letter-Log-File.
IF WS-Letter-Log-Status = "00" THEN
    PERFORM UNTIL WS-Letter-Log-Status NOT = "00"
        READ Letter-Log-File
            AT END EXIT PERFORM
            NOT AT END
                IF (Ltl-Period = WS-Report-Period) AND (WS-Sent-Count < 1500) THEN
                    ADD 1 TO WS-Sent-Count
                    MOVE Ltl-Employee-ID TO WS-Sent-ID(WS-Sent-Count)
                    MOVE Ltl-Letter-Type TO WS-Sent-Type(WS-Sent-Count)
                END-IF
        END-READ
    END-PERFORM
    CLOSE Letter-Log-File
END-IF.

LOAD-PERIOD-RUNS-SECT.
MOVE 0 TO WS-Run-Count.
MOVE "N" TO WS-File-EOF-Flag.
SET File-Ctl-Verify TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Budget-History-File.
IF WS-Budget-History-Status NOT = "00" THEN
    DISPLAY 'WARNING: could not open BUDGET-HISTORY.DAT, file status ', WS-Budget-History-Status
    DISPLAY 'No policy-breach letters can be produced.'
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Budget-History-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (Hist-Period = WS-Report-Period)
                AND (Hist-Layout-Version IS NUMERIC) AND (Hist-Layout-Version >= 3)
                AND (Hist-Superseded-Flag NOT = "S") THEN
                MOVE 0 TO WS-Run-Slot
                PERFORM VARYING WS-Run-Idx FROM 1 BY 1 UNTIL WS-Run-Idx > WS-Run-Count
                    IF WS-Run-ID(WS-Run-Idx) = Hist-Employee-ID THEN
                        MOVE WS-Run-Idx TO WS-Run-Slot
                    END-IF
                END-PERFORM
                IF WS-Run-Slot = 0 AND WS-Run-Count < 500 THEN
                    ADD 1 TO WS-Run-Count
                    MOVE WS-Run-Count TO WS-Run-Slot
                    MOVE Hist-Employee-ID TO WS-Run-ID(WS-Run-Slot)
                END-IF
                IF WS-Run-Slot > 0 THEN
                    MOVE Hist-Rent-Percent TO WS-Run-Percent(WS-Run-Slot, 1)
                    MOVE Hist-Bills-Percent TO WS-Run-Percent(WS-Run-Slot, 2)
                    MOVE Hist-Food-Percent TO WS-Run-Percent(WS-Run-Slot, 3)
                    MOVE Hist-Travel-Percent TO WS-Run-Percent(WS-Run-Slot, 4)
                    MOVE Hist-Taxes-Percent TO WS-Run-Percent(WS-Run-Slot, 5)
                    MOVE Hist-Insurance-Percent TO WS-Run-Percent(WS-Run-Slot, 6)
                    MOVE Hist-Extra-Percent TO WS-Run-Percent(WS-Run-Slot, 7)
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Budget-History-File.

LOAD-LEDGER-SECT.
MOVE 0 TO WS-Ledger-Count.
MOVE "N" TO WS-File-EOF-Flag.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-DEFICIT-LEDGER.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Deficit-Ledger-File.
IF WS-Deficit-Ledger-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Deficit-Ledger-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            MOVE 0 TO WS-Led-Slot
            PERFORM VARYING WS-Led-Idx FROM 1 BY 1 UNTIL WS-Led-Idx > WS-Ledger-Count
                IF WS-Led-ID(WS-Led-Idx) = Led-Employee-ID THEN
                    MOVE WS-Led-Idx TO WS-Led-Slot
                END-IF
            END-PERFORM
            IF WS-Led-Slot = 0 AND WS-Ledger-Count < 500 THEN
                ADD 1 TO WS-Ledger-Count
                MOVE WS-Ledger-Count TO WS-Led-Slot
                MOVE Led-Employee-ID TO WS-Led-ID(WS-Led-Slot)
                MOVE 0 TO WS-Led-Balance(WS-Led-Slot)
                MOVE 0 TO WS-Led-Recovered(WS-Led-Slot)
            END-IF
            IF WS-Led-Slot > 0 THEN
                ADD Led-Amount TO WS-Led-Balance(WS-Led-Slot)
                IF (Led-Period = WS-Report-Period) AND (Led-Amount < 0) AND (NOT Led-Write-Off) THEN
                    COMPUTE WS-Led-Recovered(WS-Led-Slot) =
                        WS-Led-Recovered(WS-Led-Slot) + FUNCTION ABS(Led-Amount)
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Deficit-Ledger-File.

LOAD-PLANS-SECT.
MOVE 0 TO WS-Repay-Count.
OPEN INPUT Repay-Plan-File.
IF WS-Repay-Plan-Status = "00" THEN
    PERFORM UNTIL WS-Repay-Plan-Status NOT = "00"
        READ Repay-Plan-File
            AT END EXIT PERFORM
            NOT AT END
                MOVE 0 TO WS-Rpl-Slot
                PERFORM VARYING WS-Rpl-Idx FROM 1 BY 1 UNTIL WS-Rpl-Idx > WS-Repay-Count
                    IF WS-Rpl-ID(WS-Rpl-Idx) = Rpl-Employee-ID THEN
                        MOVE WS-Rpl-Idx TO WS-Rpl-Slot
                    END-IF
                END-PERFORM
                IF WS-Rpl-Slot = 0 AND WS-Repay-Count < 100 THEN
                    ADD 1 TO WS-Repay-Count
                    MOVE WS-Repay-Count TO WS-Rpl-Slot
                    MOVE Rpl-Employee-ID TO WS-Rpl-ID(WS-Rpl-Slot)
                END-IF
                IF WS-Rpl-Slot > 0 THEN
                    MOVE Rpl-Monthly-Amount TO WS-Rpl-Monthly(WS-Rpl-Slot)
                    MOVE Rpl-Start-Period TO WS-Rpl-Start(WS-Rpl-Slot)
                END-IF
        END-READ
    END-PERFORM
    CLOSE Repay-Plan-File
END-IF.

POLICY-LETTERS-SECT.
*> One letter per breaching household, naming the category furthest
*> over its limit (or Extra furthest under its minimum).
PERFORM VARYING WS-Run-Idx FROM 1 BY 1 UNTIL WS-Run-Idx > WS-Run-Count
    MOVE 0 TO WS-Worst-Idx
    MOVE 0 TO WS-Worst-Excess
    PERFORM VARYING WS-Policy-Idx FROM 1 BY 1 UNTIL WS-Policy-Idx > 6
        IF WS-Policy-Limit-On(WS-Policy-Idx) = "Y" THEN
            COMPUTE WS-This-Excess = WS-Run-Percent(WS-Run-Idx, WS-Policy-Idx)
                - WS-Policy-Limit(WS-Policy-Idx)
            IF WS-This-Excess > WS-Worst-Excess THEN
                MOVE WS-This-Excess TO WS-Worst-Excess
                MOVE WS-Policy-Idx TO WS-Worst-Idx
            END-IF
        END-IF
    END-PERFORM
    IF WS-Policy-Limit-On(7) = "Y" THEN
        COMPUTE WS-This-Excess = WS-Policy-Limit(7) - WS-Run-Percent(WS-Run-Idx, 7)
        IF WS-This-Excess > WS-Worst-Excess THEN
            MOVE WS-This-Excess TO WS-Worst-Excess
            MOVE 7 TO WS-Worst-Idx
        END-IF
    END-IF
    IF WS-Worst-Idx > 0 THEN
        MOVE 'POLB' TO WS-Ltr-Type
        MOVE WS-Run-ID(WS-Run-Idx) TO WS-Ltr-Employee-ID
        MOVE WS-Cat-Name(WS-Worst-Idx) TO WS-Ltr-Category
        MOVE WS-Run-Percent(WS-Run-Idx, WS-Worst-Idx) TO WS-Ltr-Percent
        MOVE WS-Policy-Limit(WS-Worst-Idx) TO WS-Ltr-Limit
        MOVE 0 TO WS-Ltr-Balance
        MOVE 0 TO WS-Ltr-Plan-Amount
        MOVE 0 TO WS-Ltr-Recovered
        MOVE WS-Ltr-Percent TO WS-Ltr-Log-Amount
        PERFORM PRODUCE-LETTER-SECT
        IF WS-Letter-Lines > 0 THEN
            ADD 1 TO WS-Policy-Letters
        END-IF
    END-IF
END-PERFORM.

DEFICIT-LETTERS-SECT.
PERFORM VARYING WS-Led-Idx FROM 1 BY 1 UNTIL WS-Led-Idx > WS-Ledger-Count
    IF WS-Led-Balance(WS-Led-Idx) > 0 THEN
        MOVE 0 TO WS-Rpl-Slot
        PERFORM VARYING WS-Rpl-Idx FROM 1 BY 1 UNTIL WS-Rpl-Idx > WS-Repay-Count
            IF WS-Rpl-ID(WS-Rpl-Idx) = WS-Led-ID(WS-Led-Idx) THEN
                MOVE WS-Rpl-Idx TO WS-Rpl-Slot
            END-IF
        END-PERFORM
        IF WS-Rpl-Slot = 0 THEN
            MOVE 'DEFC' TO WS-Ltr-Type
            MOVE WS-Led-ID(WS-Led-Idx) TO WS-Ltr-Employee-ID
            MOVE SPACES TO WS-Ltr-Category
            MOVE 0 TO WS-Ltr-Percent
            MOVE 0 TO WS-Ltr-Limit
            MOVE WS-Led-Balance(WS-Led-Idx) TO WS-Ltr-Balance
            MOVE 0 TO WS-Ltr-Plan-Amount
            MOVE 0 TO WS-Ltr-Recovered
            MOVE WS-Ltr-Balance TO WS-Ltr-Log-Amount
            PERFORM PRODUCE-LETTER-SECT
            IF WS-Letter-Lines > 0 THEN
                ADD 1 TO WS-Deficit-Letters
            END-IF
        END-IF
    END-IF
END-PERFORM.

REPAY-LETTERS-SECT.
PERFORM VARYING WS-Rpl-Idx FROM 1 BY 1 UNTIL WS-Rpl-Idx > WS-Repay-Count
    MOVE 0 TO WS-Led-Slot
    PERFORM VARYING WS-Led-Idx FROM 1 BY 1 UNTIL WS-Led-Idx > WS-Ledger-Count
        IF WS-Led-ID(WS-Led-Idx) = WS-Rpl-ID(WS-Rpl-Idx) THEN
            MOVE WS-Led-Idx TO WS-Led-Slot
        END-IF
    END-PERFORM
    IF (WS-Led-Slot > 0) AND (WS-Report-Period >= WS-Rpl-Start(WS-Rpl-Idx)) THEN
        IF (WS-Led-Balance(WS-Led-Slot) > 0)
            AND (WS-Led-Recovered(WS-Led-Slot) < WS-Rpl-Monthly(WS-Rpl-Idx)) THEN
            MOVE 'REPY' TO WS-Ltr-Type
            MOVE WS-Rpl-ID(WS-Rpl-Idx) TO WS-Ltr-Employee-ID
            MOVE SPACES TO WS-Ltr-Category
            MOVE 0 TO WS-Ltr-Percent
            MOVE 0 TO WS-Ltr-Limit
            MOVE WS-Led-Balance(WS-Led-Slot) TO WS-Ltr-Balance
            MOVE WS-Rpl-Monthly(WS-Rpl-Idx) TO WS-Ltr-Plan-Amount
            MOVE WS-Led-Recovered(WS-Led-Slot) TO WS-Ltr-Recovered
            COMPUTE WS-Ltr-Log-Amount = WS-Ltr-Plan-Amount - WS-Ltr-Recovered
            PERFORM PRODUCE-LETTER-SECT
            IF WS-Letter-Lines > 0 THEN
                ADD 1 TO WS-Repay-Letters
            END-IF
        END-IF
    END-IF
END-PERFORM.

PRODUCE-LETTER-SECT.
*> Skips a household already notified of this condition for the
*> period; otherwise prints the merged template on a new page and
*> logs the letter. WS-Letter-Lines is left at zero when nothing
*> was printed.
MOVE 0 TO WS-Letter-Lines.
MOVE "N" TO WS-Already-Sent-Flag.
PERFORM VARYING WS-Sent-Idx FROM 1 BY 1 UNTIL WS-Sent-Idx > WS-Sent-Count
    IF (WS-Sent-ID(WS-Sent-Idx) = WS-Ltr-Employee-ID)
        AND (WS-Sent-Type(WS-Sent-Idx) = WS-Ltr-Type) THEN
        SET Already-Sent TO TRUE
    END-IF
END-PERFORM.
IF Already-Sent THEN
    ADD 1 TO WS-Letters-Skipped
    EXIT PARAGRAPH
END-IF.
MOVE SPACES TO WS-Ltr-Name.
PERFORM VARYING WS-Emp-Idx FROM 1 BY 1 UNTIL WS-Emp-Idx > WS-Employee-Count
    IF WS-Emp-ID(WS-Emp-Idx) = WS-Ltr-Employee-ID THEN
        MOVE WS-Emp-Name(WS-Emp-Idx) TO WS-Ltr-Name
    END-IF
END-PERFORM.
IF WS-Ltr-Name = SPACES THEN
    MOVE 'Employee' TO WS-Ltr-Name
END-IF.
PERFORM VARYING WS-Tpl-Idx FROM 1 BY 1 UNTIL WS-Tpl-Idx > WS-Template-Count
    IF WS-Tpl-Type(WS-Tpl-Idx) = WS-Ltr-Type THEN
        PERFORM MERGE-TEMPLATE-LINE-SECT
        MOVE WS-Merged-Line TO Letter-Line
        IF WS-Letter-Lines = 0 THEN
            WRITE Letter-Line AFTER ADVANCING PAGE
        ELSE
            WRITE Letter-Line AFTER ADVANCING 1 LINES
        END-IF
        ADD 1 TO WS-Letter-Lines
    END-IF
END-PERFORM.
IF WS-Letter-Lines = 0 THEN
    DISPLAY 'WARNING: no ', WS-Ltr-Type, ' template on WTM-LETTER-TEMPLATES.DAT - employee ',
        WS-Ltr-Employee-ID, ' not written to.'
    EXIT PARAGRAPH
END-IF.
ADD 1 TO WS-Letters-Written.
IF WS-Sent-Count < 1500 THEN
    ADD 1 TO WS-Sent-Count
    MOVE WS-Ltr-Employee-ID TO WS-Sent-ID(WS-Sent-Count)
    MOVE WS-Ltr-Type TO WS-Sent-Type(WS-Sent-Count)
END-IF.
MOVE WS-Ltr-Employee-ID TO Ltl-Employee-ID.
MOVE WS-Ltr-Type TO Ltl-Letter-Type.
MOVE WS-Report-Period TO Ltl-Period.
MOVE WS-Ltr-Log-Amount TO Ltl-Amount.
MOVE WS-Today TO Ltl-Sent-Date.
IF WTM-Operator-ID = SPACES THEN
    MOVE 'UNKNOWN ' TO Ltl-Operator-ID
ELSE
    MOVE WTM-Operator-ID TO Ltl-Operator-ID
END-IF.
MOVE WS-Letter-File-Name TO Ltl-File-Name.
OPEN EXTEND Letter-Log-File.
IF WS-Letter-Log-Status = "35" THEN
    OPEN OUTPUT Letter-Log-File
END-IF.
IF WS-Letter-Log-Status = "00" THEN
    WRITE Letter-Log-Record
    SET Rjn-After-Image TO TRUE
    MOVE 'WTM-LETTER-LOG.DAT' TO WS-Rjn-File-Name
    MOVE Letter-Log-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    CLOSE Letter-Log-File
ELSE
    DISPLAY 'WARNING: could not write WTM-LETTER-LOG.DAT, file status ', WS-Letter-Log-Status
END-IF.

MERGE-TEMPLATE-LINE-SECT.
*> Copies template line WS-Tpl-Idx into WS-Merged-Line, replacing
*> each <TOKEN> with its figure. An unrecognized token is copied
*> through as written so a template typo shows on the proof.
MOVE SPACES TO WS-Merged-Line.
MOVE 1 TO WS-Out-Pos.
MOVE 1 TO WS-In-Pos.
PERFORM UNTIL (WS-In-Pos > 74) OR (WS-Out-Pos > 80)
    IF WS-Tpl-Text(WS-Tpl-Idx)(WS-In-Pos:1) = '<' THEN
        MOVE 0 TO WS-Token-Len
        PERFORM VARYING WS-Scan-Pos FROM WS-In-Pos BY 1
            UNTIL (WS-Scan-Pos > 74) OR (WS-Token-Len > 0)
            IF WS-Tpl-Text(WS-Tpl-Idx)(WS-Scan-Pos:1) = '>' THEN
                COMPUTE WS-Token-Len = WS-Scan-Pos - WS-In-Pos + 1
            END-IF
        END-PERFORM
        IF (WS-Token-Len > 2) AND (WS-Token-Len <= 14) THEN
            MOVE SPACES TO WS-Token
            MOVE WS-Tpl-Text(WS-Tpl-Idx)(WS-In-Pos + 1:WS-Token-Len - 2) TO WS-Token
            PERFORM RESOLVE-TOKEN-SECT
            STRING FUNCTION TRIM(WS-Token-Value) DELIMITED BY SIZE
                INTO WS-Merged-Line WITH POINTER WS-Out-Pos
            END-STRING
            ADD WS-Token-Len TO WS-In-Pos
        ELSE
            STRING WS-Tpl-Text(WS-Tpl-Idx)(WS-In-Pos:1) DELIMITED BY SIZE
                INTO WS-Merged-Line WITH POINTER WS-Out-Pos
            END-STRING
            ADD 1 TO WS-In-Pos
        END-IF
    ELSE
        STRING WS-Tpl-Text(WS-Tpl-Idx)(WS-In-Pos:1) DELIMITED BY SIZE
            INTO WS-Merged-Line WITH POINTER WS-Out-Pos
        END-STRING
        ADD 1 TO WS-In-Pos
    END-IF
END-PERFORM.

RESOLVE-TOKEN-SECT.
MOVE SPACES TO WS-Token-Value.
EVALUATE WS-Token
    WHEN 'DATE'
        MOVE WS-Date-Disp TO WS-Token-Value
    WHEN 'NAME'
        MOVE WS-Ltr-Name TO WS-Token-Value
    WHEN 'EMPID'
        MOVE WS-Ltr-Employee-ID TO WS-Token-Value
    WHEN 'PERIOD'
        MOVE WS-Report-Period TO WS-Token-Value
    WHEN 'CATEGORY'
        MOVE WS-Ltr-Category TO WS-Token-Value
    WHEN 'PERCENT'
        MOVE WS-Ltr-Percent TO WS-Pct-Disp
        MOVE WS-Pct-Disp TO WS-Token-Value
    WHEN 'LIMIT'
        MOVE WS-Ltr-Limit TO WS-Pct-Disp
        MOVE WS-Pct-Disp TO WS-Token-Value
    WHEN 'BALANCE'
        MOVE WS-Ltr-Balance TO WS-Money-Disp
        MOVE WS-Money-Disp TO WS-Token-Value
    WHEN 'PLANAMT'
        MOVE WS-Ltr-Plan-Amount TO WS-Money-Disp
        MOVE WS-Money-Disp TO WS-Token-Value
    WHEN 'RECOVERED'
        MOVE WS-Ltr-Recovered TO WS-Money-Disp
        MOVE WS-Money-Disp TO WS-Token-Value
    WHEN OTHER
        STRING '<' DELIMITED BY SIZE
            WS-Token DELIMITED BY SPACE
            '>' DELIMITED BY SIZE
            INTO WS-Token-Value
END-EVALUATE.

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

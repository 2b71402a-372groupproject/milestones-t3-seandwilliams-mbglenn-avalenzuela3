*> Debt-to-income qualification assessment for lending referrals.
*> When an employee asks whether they could qualify for a mortgage or
*> a car loan, the desk used to rebuild the figures by hand. This
*> assessment takes one Employee-ID and works from the latest
*> current budget run in BUDGET-HISTORY.DAT (gross income, and the
*> Rent and Bills lines) and the latest debt the household tracked,
*> from WTM-DEBT-DETAIL.DAT. Gross monthly income is the run's total
*> income over twelve; the front-end ratio is the monthly housing
*> cost (Rent) against it, the back-end ratio housing plus Bills plus
*> the planned monthly debt payment. Each loan type on
*> WTM-LENDER-THRESHOLDS.DAT (maintained in WTM-CONFMAINT) is tested
*> against the lender's maximums: for a type whose payment replaces
*> the housing cost (a mortgage) the affordable payment is the lesser
*> of the front-end room and the back-end room over Bills and debt;
*> for any other type it is the back-end room over everything the
*> household already pays. The payment is turned into a loan amount
*> at the table's rate and term. One page, to the console and
*> WTM-DTI-SUMMARY.TXT. Gross monthly income prints as a band unless
*> the operator is a supervisor or admin (WTM-FIGURE-MASK), and an
*> unmasked view is logged.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-DTI.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Employee-Master-File ASSIGN TO "WTM-EMPLOYEE-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Employee-Master-Status.
    SELECT Budget-History-File ASSIGN TO "BUDGET-HISTORY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Budget-History-Status.
    SELECT Debt-Detail-File ASSIGN TO "WTM-DEBT-DETAIL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Debt-Detail-Status.
    SELECT Lender-Threshold-File ASSIGN TO "WTM-LENDER-THRESHOLDS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Lender-Threshold-Status.
    SELECT DTI-Summary-File ASSIGN TO "WTM-DTI-SUMMARY.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DTI-Summary-Status.

DATA DIVISION.
FILE SECTION.
FD  Employee-Master-File.
    COPY "WTM-EMPLOYEE-MASTER-REC.cpy".

FD  Budget-History-File.
    COPY "WTM-HISTORY-REC.cpy".

FD  Debt-Detail-File.
    COPY "WTM-DEBT-DETAIL-REC.cpy".

FD  Lender-Threshold-File.
01 Lender-Threshold-Record.
    05 Lth-Loan-Type        PIC X(4).
    05 Lth-Description      PIC X(20).
    05 Lth-Replaces-Housing PIC X.
    05 Lth-Front-End-Max    PIC 9(3)V99.
    05 Lth-Back-End-Max     PIC 9(3)V99.
    05 Lth-Annual-Rate      PIC 9(3)V99.
    05 Lth-Term-Months      PIC 9(3).

FD  DTI-Summary-File.
01 DTI-Summary-Line PIC X(132).

WORKING-STORAGE SECTION.
01 WS-Employee-Master-Status PIC XX.
01 WS-Budget-History-Status PIC XX.
01 WS-Debt-Detail-Status PIC XX.
01 WS-Lender-Threshold-Status PIC XX.
01 WS-DTI-Summary-Status PIC XX.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Target-Employee PIC 9(6).
01 WS-Employee-Name PIC X(30) VALUE SPACES.
01 WS-Today PIC 9(8).
01 WS-Numeric-Input PIC X(8).
01 WS-Test-Numval PIC S9(6).
01 WS-Input-Valid PIC X VALUE "N".
    88 Input-Valid VALUE "Y".
*> The latest current run and the latest debt tracked.
01 WS-Run-Found-Flag PIC X VALUE "N".
    88 Run-Found VALUE "Y" FALSE "N".
01 WS-Run-Period PIC 9(6) VALUE 0.
01 WS-Run-Date PIC 9(8) VALUE 0.
01 WS-Run-Salary PIC S9(8)V99 VALUE 0.
01 WS-Run-Rent PIC S9(7)V99 VALUE 0.
01 WS-Run-Bills PIC S9(7)V99 VALUE 0.
01 WS-Debt-Found-Flag PIC X VALUE "N".
    88 Debt-Found VALUE "Y" FALSE "N".
01 WS-Debt-Period PIC 9(6) VALUE 0.
01 WS-Debt-Run-Date PIC 9(8) VALUE 0.
01 WS-Debt-Balance PIC 9(8)V99 VALUE 0.
01 WS-Debt-Rate PIC 9(3)V99 VALUE 0.
01 WS-Debt-Payment PIC 9(7)V99 VALUE 0.
01 WS-Lender-Table.
    05 WS-Lth-Entry OCCURS 20 TIMES.
       10 WS-Lth-Type        PIC X(4).
       10 WS-Lth-Desc        PIC X(20).
       10 WS-Lth-Housing     PIC X.
       10 WS-Lth-Front-Max   PIC 9(3)V99.
       10 WS-Lth-Back-Max    PIC 9(3)V99.
       10 WS-Lth-Rate        PIC 9(3)V99.
       10 WS-Lth-Term        PIC 9(3).
01 WS-Lender-Count PIC 9(2) VALUE 0.
01 WS-Lth-Idx PIC 9(2).
*> Monthly figures and ratios.
01 WS-Gross-Monthly PIC S9(8)V99.
01 WS-Housing-Monthly PIC S9(8)V99.
01 WS-Bills-Monthly PIC S9(8)V99.
01 WS-Obligations-Monthly PIC S9(8)V99.
01 WS-Front-End-Ratio PIC S9(5)V99.
01 WS-Back-End-Ratio PIC S9(5)V99.
01 WS-Front-Room PIC S9(8)V99.
01 WS-Back-Room PIC S9(8)V99.
01 WS-Max-Payment PIC S9(8)V99.
01 WS-Monthly-Rate PIC 9V9(8).
01 WS-Max-Loan PIC S9(10)V99.
01 WS-Ratio-Status PIC X(12).
01 WS-Verdict PIC X(16).
01 WS-Qualify-Count PIC 9(2) VALUE 0.
01 WS-Amount-Disp PIC ZZ,ZZZ,ZZ9.99-.
01 WS-Amount-Disp2 PIC ZZ,ZZZ,ZZ9.99-.
01 WS-Loan-Disp PIC Z,ZZZ,ZZZ,ZZ9.99-.
01 WS-Ratio-Disp PIC ZZZZ9.99-.
01 WS-Ratio-Disp2 PIC ZZZZ9.99-.
01 WS-Pct-Disp PIC ZZ9.99.
01 WS-Pct-Disp2 PIC ZZ9.99.
01 WS-Rate-Disp PIC ZZ9.99.
01 WS-Gross-Text PIC X(14).
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-FIGURE-MASK.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '------------------------- WTM DEBT-TO-INCOME QUALIFICATION ASSESSMENT ----------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
DISPLAY 'Enter the employee ID:'.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    ACCEPT WS-Numeric-Input
    MOVE FUNCTION TEST-NUMVAL(WS-Numeric-Input) TO WS-Test-Numval
    IF WS-Test-Numval NOT = 0 THEN
        DISPLAY 'INPUT ERROR: that is not a valid number. Please re-enter.'
    ELSE
        COMPUTE WS-Target-Employee = FUNCTION NUMVAL(WS-Numeric-Input)
            ON SIZE ERROR
                DISPLAY 'INPUT ERROR: value exceeds the maximum of 999999. Please re-enter.'
            NOT ON SIZE ERROR
                MOVE "Y" TO WS-Input-Valid
        END-COMPUTE
    END-IF
END-PERFORM.
PERFORM LOAD-THRESHOLDS-SECT.
IF WS-Lender-Count = 0 THEN
    DISPLAY 'DTI: WTM-LENDER-THRESHOLDS.DAT is empty or missing - add the lender limits in WTM-CONFMAINT first.'
    MOVE 8 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM FIND-EMPLOYEE-NAME-SECT.
PERFORM FIND-LATEST-RUN-SECT.
IF NOT Run-Found THEN
    DISPLAY 'DTI: no current budget run on file for employee ', WS-Target-Employee,
        ' - run a budget first; there is no income to assess.'
    MOVE 8 TO RETURN-CODE
    GOBACK
END-IF.
IF WS-Run-Salary <= 0 THEN
    DISPLAY 'DTI: the latest run for employee ', WS-Target-Employee,
        ' shows no income - the ratios cannot be figured.'
    MOVE 8 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM FIND-LATEST-DEBT-SECT.
OPEN OUTPUT DTI-Summary-File.
IF WS-DTI-Summary-Status NOT = "00" THEN
    DISPLAY 'DTI ERROR: could not create WTM-DTI-SUMMARY.TXT, file status ', WS-DTI-Summary-Status
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM COMPUTE-RATIOS-SECT.
MOVE 'WTM-DTI' TO WS-Mask-View.
SET Mask-Begin TO TRUE.
PERFORM CALL-FIGURE-MASK-SECT.
MOVE WS-Target-Employee TO WS-Mask-Employee-ID.
SET Mask-View TO TRUE.
PERFORM CALL-FIGURE-MASK-SECT.
PERFORM WRITE-PROFILE-SECT.
PERFORM VARYING WS-Lth-Idx FROM 1 BY 1 UNTIL WS-Lth-Idx > WS-Lender-Count
    PERFORM ASSESS-LOAN-TYPE-SECT
END-PERFORM.
MOVE SPACES TO DTI-Summary-Line.
PERFORM WRITE-LINE-SECT.
MOVE SPACES TO DTI-Summary-Line.
IF WS-Qualify-Count = 0 THEN
    MOVE 'No loan type on the lender table is within reach on the current figures.' TO DTI-Summary-Line
ELSE
    STRING WS-Qualify-Count DELIMITED BY SIZE
        ' of ' DELIMITED BY SIZE
        WS-Lender-Count DELIMITED BY SIZE
        ' loan type(s) within reach on the current figures.' DELIMITED BY SIZE
        INTO DTI-Summary-Line
END-IF.
PERFORM WRITE-LINE-SECT.
MOVE 'Indicative only - a lender makes its own assessment from verified income and credit records.'
    TO DTI-Summary-Line.
PERFORM WRITE-LINE-SECT.
CLOSE DTI-Summary-File.
DISPLAY 'Summary written to WTM-DTI-SUMMARY.TXT.'.
IF WS-Qualify-Count = 0 THEN
    MOVE 4 TO RETURN-CODE
END-IF.
GOBACK.

LOAD-THRESHOLDS-SECT.
MOVE 0 TO WS-Lender-Count.
OPEN INPUT Lender-Threshold-File.
IF WS-Lender-Threshold-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Lender-Threshold-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (Lth-Loan-Type NOT = SPACES) AND (Lth-Front-End-Max IS NUMERIC)
                AND (Lth-Back-End-Max IS NUMERIC) AND (Lth-Annual-Rate IS NUMERIC)
                AND (Lth-Term-Months IS NUMERIC) AND (WS-Lender-Count < 20) THEN
                ADD 1 TO WS-Lender-Count
                MOVE Lth-Loan-Type TO WS-Lth-Type(WS-Lender-Count)
                MOVE Lth-Description TO WS-Lth-Desc(WS-Lender-Count)
                MOVE Lth-Replaces-Housing TO WS-Lth-Housing(WS-Lender-Count)
                MOVE Lth-Front-End-Max TO WS-Lth-Front-Max(WS-Lender-Count)
                MOVE Lth-Back-End-Max TO WS-Lth-Back-Max(WS-Lender-Count)
                MOVE Lth-Annual-Rate TO WS-Lth-Rate(WS-Lender-Count)
                MOVE Lth-Term-Months TO WS-Lth-Term(WS-Lender-Count)
            ELSE
                IF Lth-Loan-Type NOT = SPACES THEN
                    DISPLAY 'WARNING: WTM-LENDER-THRESHOLDS.DAT row for ', Lth-Loan-Type, ' is malformed - skipped.'
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Lender-Threshold-File.

FIND-EMPLOYEE-NAME-SECT.
OPEN INPUT Employee-Master-File.
IF WS-Employee-Master-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Employee-Master-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Empl-ID = WS-Target-Employee THEN
                MOVE Empl-Name TO WS-Employee-Name
                SET File-EOF TO TRUE
            END-IF
    END-READ
END-PERFORM.
CLOSE Employee-Master-File.

FIND-LATEST-RUN-SECT.
*> The latest run by period, then run date; superseded runs are
*> passed over as the aggregating readers do.
SET Run-Found TO FALSE.
SET File-Ctl-Verify TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Budget-History-File.
IF WS-Budget-History-Status NOT = "00" THEN
    DISPLAY 'DTI: could not open BUDGET-HISTORY.DAT, file status ', WS-Budget-History-Status
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Budget-History-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (Hist-Employee-ID = WS-Target-Employee) AND (Hist-Superseded-Flag NOT = "S") THEN
                IF (Hist-Period > WS-Run-Period)
                    OR ((Hist-Period = WS-Run-Period) AND (Hist-Run-Date >= WS-Run-Date)) THEN
                    SET Run-Found TO TRUE
                    MOVE Hist-Period TO WS-Run-Period
                    MOVE Hist-Run-Date TO WS-Run-Date
                    MOVE Hist-Salary TO WS-Run-Salary
                    MOVE Hist-Rent TO WS-Run-Rent
                    MOVE Hist-Bills TO WS-Run-Bills
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Budget-History-File.

FIND-LATEST-DEBT-SECT.
*> Debt is only keyed at the console, so a later batch run does not
*> mean the debt went away - the latest debt tracked stands, and its
*> period is shown so the desk can see how current it is.
SET Debt-Found TO FALSE.
OPEN INPUT Debt-Detail-File.
IF WS-Debt-Detail-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Debt-Detail-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Dbt-Employee-ID = WS-Target-Employee THEN
                IF (Dbt-Period > WS-Debt-Period)
                    OR ((Dbt-Period = WS-Debt-Period) AND (Dbt-Run-Date >= WS-Debt-Run-Date)) THEN
                    SET Debt-Found TO TRUE
                    MOVE Dbt-Period TO WS-Debt-Period
                    MOVE Dbt-Run-Date TO WS-Debt-Run-Date
                    MOVE Dbt-Balance TO WS-Debt-Balance
                    MOVE Dbt-Annual-Rate TO WS-Debt-Rate
                    MOVE Dbt-Monthly-Payment TO WS-Debt-Payment
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Debt-Detail-File.

COMPUTE-RATIOS-SECT.
COMPUTE WS-Gross-Monthly ROUNDED = WS-Run-Salary / 12.
COMPUTE WS-Housing-Monthly ROUNDED = WS-Run-Rent / 12.
COMPUTE WS-Bills-Monthly ROUNDED = WS-Run-Bills / 12.
COMPUTE WS-Obligations-Monthly = WS-Housing-Monthly + WS-Bills-Monthly + WS-Debt-Payment.
COMPUTE WS-Front-End-Ratio ROUNDED = (WS-Housing-Monthly / WS-Gross-Monthly) * 100.
COMPUTE WS-Back-End-Ratio ROUNDED = (WS-Obligations-Monthly / WS-Gross-Monthly) * 100.

WRITE-PROFILE-SECT.
MOVE SPACES TO DTI-Summary-Line.
STRING 'WTM DEBT-TO-INCOME QUALIFICATION SUMMARY - run ' DELIMITED BY SIZE
    WS-Today DELIMITED BY SIZE
    INTO DTI-Summary-Line.
PERFORM WRITE-LINE-SECT.
MOVE SPACES TO DTI-Summary-Line.
STRING 'Employee ' DELIMITED BY SIZE
    WS-Target-Employee DELIMITED BY SIZE
    '  ' DELIMITED BY SIZE
    WS-Employee-Name DELIMITED BY SIZE
    INTO DTI-Summary-Line.
PERFORM WRITE-LINE-SECT.
MOVE SPACES TO DTI-Summary-Line.
STRING 'Budget run period ' DELIMITED BY SIZE
    WS-Run-Period DELIMITED BY SIZE
    ', run ' DELIMITED BY SIZE
    WS-Run-Date DELIMITED BY SIZE
    INTO DTI-Summary-Line.
PERFORM WRITE-LINE-SECT.
MOVE SPACES TO DTI-Summary-Line.
PERFORM WRITE-LINE-SECT.
MOVE 'MONTHLY FIGURES' TO DTI-Summary-Line.
PERFORM WRITE-LINE-SECT.
*> The amount columns are a character narrower than the masked text.
IF Mask-Unmasked THEN
    MOVE WS-Gross-Monthly TO WS-Amount-Disp
    MOVE WS-Amount-Disp TO WS-Gross-Text
ELSE
    MOVE WS-Gross-Monthly TO WS-Mask-Amount
    SET Mask-Format TO TRUE
    PERFORM CALL-FIGURE-MASK-SECT
    MOVE WS-Mask-Text(2:14) TO WS-Gross-Text
END-IF.
MOVE SPACES TO DTI-Summary-Line.
STRING '  Gross monthly income           ' DELIMITED BY SIZE
    WS-Gross-Text DELIMITED BY SIZE
    INTO DTI-Summary-Line.
PERFORM WRITE-LINE-SECT.
MOVE WS-Housing-Monthly TO WS-Amount-Disp.
MOVE SPACES TO DTI-Summary-Line.
STRING '  Housing (Rent)                 ' DELIMITED BY SIZE
    WS-Amount-Disp DELIMITED BY SIZE
    INTO DTI-Summary-Line.
PERFORM WRITE-LINE-SECT.
MOVE WS-Bills-Monthly TO WS-Amount-Disp.
MOVE SPACES TO DTI-Summary-Line.
STRING '  Bills                          ' DELIMITED BY SIZE
    WS-Amount-Disp DELIMITED BY SIZE
    INTO DTI-Summary-Line.
PERFORM WRITE-LINE-SECT.
MOVE WS-Debt-Payment TO WS-Amount-Disp.
MOVE SPACES TO DTI-Summary-Line.
IF Debt-Found THEN
    MOVE WS-Debt-Balance TO WS-Amount-Disp2
    MOVE WS-Debt-Rate TO WS-Rate-Disp
    STRING '  Debt payment                   ' DELIMITED BY SIZE
        WS-Amount-Disp DELIMITED BY SIZE
        '  on a balance of ' DELIMITED BY SIZE
        WS-Amount-Disp2 DELIMITED BY SIZE
        ' at ' DELIMITED BY SIZE
        WS-Rate-Disp DELIMITED BY SIZE
        '% (tracked ' DELIMITED BY SIZE
        WS-Debt-Period DELIMITED BY SIZE
        ')' DELIMITED BY SIZE
        INTO DTI-Summary-Line
ELSE
    STRING '  Debt payment                   ' DELIMITED BY SIZE
        WS-Amount-Disp DELIMITED BY SIZE
        '  (no debt tracked in any run)' DELIMITED BY SIZE
        INTO DTI-Summary-Line
END-IF.
PERFORM WRITE-LINE-SECT.
MOVE WS-Front-End-Ratio TO WS-Ratio-Disp.
MOVE WS-Back-End-Ratio TO WS-Ratio-Disp2.
MOVE SPACES TO DTI-Summary-Line.
STRING '  Front-end ratio ' DELIMITED BY SIZE
    WS-Ratio-Disp DELIMITED BY SIZE
    '%     Back-end ratio ' DELIMITED BY SIZE
    WS-Ratio-Disp2 DELIMITED BY SIZE
    '%' DELIMITED BY SIZE
    INTO DTI-Summary-Line.
PERFORM WRITE-LINE-SECT.
MOVE SPACES TO DTI-Summary-Line.
PERFORM WRITE-LINE-SECT.
MOVE 'LOAN TYPE                  FRONT MAX BACK MAX  RATIOS        MAX PAYMENT   EST. LOAN AMOUNT  RESULT'
    TO DTI-Summary-Line.
PERFORM WRITE-LINE-SECT.

ASSESS-LOAN-TYPE-SECT.
*> Room under each of the lender's maximums, in monthly dollars.
COMPUTE WS-Back-Room ROUNDED = WS-Gross-Monthly * WS-Lth-Back-Max(WS-Lth-Idx) / 100.
MOVE "WITHIN" TO WS-Ratio-Status.
IF WS-Lth-Housing(WS-Lth-Idx) = "Y" THEN
    SUBTRACT WS-Bills-Monthly FROM WS-Back-Room
    SUBTRACT WS-Debt-Payment FROM WS-Back-Room
    MOVE WS-Back-Room TO WS-Max-Payment
    IF WS-Lth-Front-Max(WS-Lth-Idx) > 0 THEN
        COMPUTE WS-Front-Room ROUNDED = WS-Gross-Monthly * WS-Lth-Front-Max(WS-Lth-Idx) / 100
        IF WS-Front-Room < WS-Max-Payment THEN
            MOVE WS-Front-Room TO WS-Max-Payment
        END-IF
        IF WS-Front-End-Ratio > WS-Lth-Front-Max(WS-Lth-Idx) THEN
            MOVE "FRONT OVER" TO WS-Ratio-Status
        END-IF
    END-IF
ELSE
    SUBTRACT WS-Obligations-Monthly FROM WS-Back-Room
    MOVE WS-Back-Room TO WS-Max-Payment
END-IF.
IF WS-Back-End-Ratio > WS-Lth-Back-Max(WS-Lth-Idx) THEN
    IF WS-Ratio-Status = "FRONT OVER" THEN
        MOVE "BOTH OVER" TO WS-Ratio-Status
    ELSE
        MOVE "BACK OVER" TO WS-Ratio-Status
    END-IF
END-IF.
IF WS-Max-Payment < 0 THEN
    MOVE 0 TO WS-Max-Payment
END-IF.
*> Present value of the affordable payment over the term.
IF WS-Lth-Rate(WS-Lth-Idx) = 0 THEN
    COMPUTE WS-Max-Loan = WS-Max-Payment * WS-Lth-Term(WS-Lth-Idx)
ELSE
    COMPUTE WS-Monthly-Rate = WS-Lth-Rate(WS-Lth-Idx) / 1200
    COMPUTE WS-Max-Loan ROUNDED = WS-Max-Payment
        * (1 - ((1 + WS-Monthly-Rate) ** (0 - WS-Lth-Term(WS-Lth-Idx)))) / WS-Monthly-Rate
END-IF.
IF WS-Max-Payment > 0 THEN
    MOVE "QUALIFIES" TO WS-Verdict
    ADD 1 TO WS-Qualify-Count
ELSE
    MOVE "DOES NOT QUALIFY" TO WS-Verdict
END-IF.
MOVE WS-Lth-Front-Max(WS-Lth-Idx) TO WS-Pct-Disp.
MOVE WS-Lth-Back-Max(WS-Lth-Idx) TO WS-Pct-Disp2.
MOVE WS-Max-Payment TO WS-Amount-Disp.
MOVE WS-Max-Loan TO WS-Loan-Disp.
MOVE SPACES TO DTI-Summary-Line.
IF WS-Lth-Front-Max(WS-Lth-Idx) = 0 THEN
    STRING WS-Lth-Type(WS-Lth-Idx) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-Lth-Desc(WS-Lth-Idx) DELIMITED BY SIZE
        '      -   ' DELIMITED BY SIZE
        WS-Pct-Disp2 DELIMITED BY SIZE
        '%   ' DELIMITED BY SIZE
        WS-Ratio-Status DELIMITED BY SIZE
        WS-Amount-Disp DELIMITED BY SIZE
        WS-Loan-Disp DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-Verdict DELIMITED BY SIZE
        INTO DTI-Summary-Line
ELSE
    STRING WS-Lth-Type(WS-Lth-Idx) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-Lth-Desc(WS-Lth-Idx) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-Pct-Disp DELIMITED BY SIZE
        '%  ' DELIMITED BY SIZE
        WS-Pct-Disp2 DELIMITED BY SIZE
        '%   ' DELIMITED BY SIZE
        WS-Ratio-Status DELIMITED BY SIZE
        WS-Amount-Disp DELIMITED BY SIZE
        WS-Loan-Disp DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-Verdict DELIMITED BY SIZE
        INTO DTI-Summary-Line
END-IF.
PERFORM WRITE-LINE-SECT.

WRITE-LINE-SECT.
WRITE DTI-Summary-Line.
DISPLAY DTI-Summary-Line(1:120).

CALL-FIGURE-MASK-SECT.
CALL 'WTM-FIGURE-MASK' USING WS-Mask-Function, WS-Mask-View, WS-Mask-Employee-ID,
    WS-Mask-Amount, WS-Mask-Result, WS-Mask-Text.

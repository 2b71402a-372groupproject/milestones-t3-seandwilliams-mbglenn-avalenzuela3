    SELECT Batch-Checkpoint-File ASSIGN TO WS-FN-Batch-Checkpoint
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Batch-Checkpoint-Status.
    SELECT Partition-Log-File ASSIGN TO WS-FN-Partition-Log
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Partition-Log-Status.
    SELECT Partition-Ctl-File ASSIGN TO WS-FN-Partition-Ctl
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Partition-Ctl-Status.
    SELECT Budget-Report-File ASSIGN TO WS-Budget-Report-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Budget-Report-Status.
    SELECT Income-Detail-File ASSIGN TO WS-FN-Income-Detail
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Income-Detail-Status.
    SELECT Debt-Detail-File ASSIGN TO WS-FN-Debt-Detail
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Debt-Detail-Status.
    SELECT Keyed-Run-File ASSIGN TO WS-FN-Keyed-Runs
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Keyed-Run-Status.
    SELECT Scenario-File ASSIGN TO WS-FN-Scenarios
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Scenario-Status.
    SELECT Tax-Bracket-File ASSIGN TO WS-FN-Tax-Bracket
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Tax-Bracket-Status.
    SELECT State-Tax-File ASSIGN TO WS-FN-State-Tax
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-State-Tax-Status.
    SELECT Payroll-Tax-File ASSIGN TO WS-FN-Payroll-Tax
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Payroll-Tax-Status.
    SELECT Bank-Account-File ASSIGN TO WS-FN-Bank-Accounts
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Bank-Account-Status.
    SELECT Savings-Split-File ASSIGN TO WS-FN-Savings-Split
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Savings-Split-Status.
    SELECT Savings-Goal-File ASSIGN TO WS-FN-Savings-Goals
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Savings-Goal-Status.
    SELECT Policy-Limits-File ASSIGN TO WS-FN-Policy-Limits
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Policy-Limits-Status.
    SELECT Source-Tax-File ASSIGN TO WS-FN-Source-Tax
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Source-Tax-Status.
    SELECT Deduction-Limit-File ASSIGN TO WS-FN-Deduction-Limits
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Deduction-Limit-Status.
    SELECT Birth-Date-File ASSIGN TO WS-FN-Birth-Dates
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Birth-Date-Status.
    SELECT Actuals-Read-File ASSIGN TO WS-FN-Actuals
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Actuals-Read-Status.
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Keyed-Hist-Key
        FILE STATUS IS WS-History-Keyed-Status.
    SELECT Garnish-Order-File ASSIGN TO WS-FN-Garnish-Orders
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Garnish-Order-Status.
    SELECT Garnish-Ledger-File ASSIGN TO WS-FN-Garnish-Ledger
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Garnish-Ledger-Status.
    SELECT Garnish-Ledger-Read-File ASSIGN TO WS-FN-Garnish-Ledger-Read
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Garnish-Ledger-Read-Status.
    SELECT Change-Request-File ASSIGN TO WS-FN-Change-Requests
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Change-Request-Status.
    SELECT Work-Config-File ASSIGN TO WS-FN-Work-Config
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Work-Config-Status.

DATA DIVISION.
FILE SECTION.
FD  Batch-Checkpoint-File.
01 Checkpoint-Record PIC 9(7).

FD  Partition-Log-File.
    COPY "WTM-PARTITION-LOG-REC.cpy".

FD  Partition-Ctl-File.
    COPY "WTM-PARTITION-CTL-REC.cpy".

FD  Budget-Report-File.
01 Report-Line PIC X(100).

                  ==Hist-Pretax-Deductions== BY ==Prior-Hist-Pretax-Deductions==
                  ==Hist-Fiscal-Period==    BY ==Prior-Hist-Fiscal-Period==
                  ==Hist-Prorate-Factor==   BY ==Prior-Hist-Prorate-Factor==
                  ==Hist-Health-Score==     BY ==Prior-Hist-Health-Score==
                  ==Hist-Adults==           BY ==Prior-Hist-Adults==
                  ==Hist-Dependents==       BY ==Prior-Hist-Dependents==
                  ==Hist-Tax-Locality==     BY ==Prior-Hist-Tax-Locality==
                  ==Hist-Federal-Tax==      BY ==Prior-Hist-Federal-Tax==
                  ==Hist-State-Tax==        BY ==Prior-Hist-State-Tax==
                  ==Hist-Run-ID==           BY ==Prior-Hist-Run-ID==
                  ==Hist-Source-Tag==       BY ==Prior-Hist-Source-Tag==
                  ==Hist-Input-Seq==        BY ==Prior-Hist-Input-Seq==
                  ==Hist-Garnishments==     BY ==Prior-Hist-Garnishments==.

FD  Message-Config-File.
01 Message-Config-Record PIC X(1).
    COPY "WTM-RUN-CONTROL-REC.cpy".

FD  Acct-Extract-File.
01 Acct-Extract-Line PIC X(189).

FD  Household-Master-File.
    COPY "WTM-HOUSEHOLD-REC.cpy".
FD  Income-Detail-File.
    COPY "WTM-INCOME-DETAIL-REC.cpy".

FD  Debt-Detail-File.
    COPY "WTM-DEBT-DETAIL-REC.cpy".

FD  Scenario-File.
01 Scenario-File-Record PIC X(215).

FD  Keyed-Run-File.
    COPY "WTM-KEYED-RUN-REC.cpy".

FD  Tax-Bracket-File.
    COPY "WTM-TAX-BRACKET-REC.cpy".

FD  State-Tax-File.
01 State-Tax-Input-Record.
    05 Stt-Input-Locality PIC X(4).
    05 Stt-Input-Method   PIC X.
    05 Stt-Input-Floor    PIC 9(8).
    05 Stt-Input-Rate     PIC 9(3)V9999.

FD  Payroll-Tax-File.
01 Payroll-Tax-Input-Record.
    05 Ptx-Input-Year           PIC 9(4).
    05 Ptx-Input-SS-Rate        PIC 9(2)V9999.
    05 Ptx-Input-SS-Wage-Base   PIC 9(8).
    05 Ptx-Input-Med-Rate       PIC 9(2)V9999.
    05 Ptx-Input-Addl-Med-Rate  PIC 9(2)V9999.
    05 Ptx-Input-Addl-Med-Floor PIC 9(8).

FD  Bank-Account-File.
    COPY "WTM-BANK-ACCOUNT-REC.cpy".

FD  Savings-Split-File.
    COPY "WTM-SAVINGS-SPLIT-REC.cpy".

FD  Savings-Goal-File.
    COPY "WTM-SAVINGS-GOAL-REC.cpy".

FD  Policy-Limits-File.
    COPY "WTM-POLICY-LIMIT-REC.cpy".
    05 Cutoff-Input-Time PIC 9(6).

FD  Supersede-In-File.
01 Supersede-In-Record PIC X(512).

FD  Supersede-Work-File.
01 Supersede-Work-Record PIC X(512).

FD  Approval-Queue-File.
    COPY "WTM-APPROVAL-REC.cpy".
    05 SubD-Code          PIC X(4).
    05 SubD-Raw-Amount    PIC S9(7)V99.
    05 SubD-Yearly-Amount PIC S9(7)V99.
    05 SubD-Run-ID        PIC X(24).

FD  Subcat-Batch-File.
01 Subcat-Batch-Record.
01 Pop-Totals-Record.
    05 Pop-Rec-Count PIC 9(7).
    05 Pop-Rec-Sum   PIC S9(11)V99 OCCURS 7 TIMES.
    05 Pop-Rec-Sized-Count PIC 9(7).
    05 Pop-Rec-PP-Sum      PIC S9(11)V99 OCCURS 3 TIMES.

FD  Verify-Threshold-File.
01 Verify-Threshold-Record.
    05 Asg-Dept        PIC X(4).

FD  Source-Tax-File.
    COPY "WTM-SOURCE-TAX-REC.cpy".

FD  Deduction-Limit-File.
01 Deduction-Limit-Record.
    05 Rtl-Tax-Year   PIC 9(4).
    05 Rtl-Plan-Code  PIC X(4).
    05 Rtl-Min-Age    PIC 9(3).
    05 Rtl-Max-Age    PIC 9(3).
    05 Rtl-Limit      PIC 9(7)V99.

FD  Birth-Date-File.
01 Birth-Date-Record.
    05 Bdt-Employee-ID PIC 9(6).
    05 Bdt-Birth-Date  PIC 9(8).

FD  Actuals-Read-File.
    COPY "WTM-ACTUALS-REC.cpy".

FD  Garnish-Order-File.
    COPY "WTM-GARNISH-ORDER-REC.cpy".

FD  Garnish-Ledger-File.
    COPY "WTM-GARNISH-LEDGER-REC.cpy".

FD  Garnish-Ledger-Read-File.
    COPY "WTM-GARNISH-LEDGER-REC.cpy"
        REPLACING ==Garnish-Ledger-Record== BY ==Garnish-Ledger-Read-Record==
                  ==Gle-Employee-ID== BY ==Glr-Employee-ID==
                  ==Gle-Order-No== BY ==Glr-Order-No==
                  ==Gle-Period== BY ==Glr-Period==
                  ==Gle-Order-Type== BY ==Glr-Order-Type==
                  ==Gle-Requested-Monthly== BY ==Glr-Requested-Monthly==
                  ==Gle-Applied-Monthly== BY ==Glr-Applied-Monthly==
                  ==Gle-Limited== BY ==Glr-Limited==
                  ==Gle-Run-Date== BY ==Glr-Run-Date==
                  ==Gle-Operator-ID== BY ==Glr-Operator-ID==
                  ==Gle-Run-ID== BY ==Glr-Run-ID==.

FD  Change-Request-File.
    COPY "WTM-CHANGE-REQUEST-REC.cpy".

FD  Work-Config-File.
01 Work-Config-Record.
    05 Wkc-Source        PIC X(4).
    05 Wkc-Escalate-Days PIC 9(3).

WORKING-STORAGE SECTION.
*> Physical file names for every file this program opens. A normal
*> session uses the live names the VALUE clauses carry; a training
01 WS-FN-Run-Control PIC X(40) VALUE 'WTM-RUN-CONTROL.DAT'.
01 WS-FN-Household-Master PIC X(40) VALUE 'WTM-HOUSEHOLD-MASTER.DAT'.
01 WS-FN-Income-Detail PIC X(40) VALUE 'WTM-INCOME-DETAIL.DAT'.
01 WS-FN-Debt-Detail PIC X(40) VALUE 'WTM-DEBT-DETAIL.DAT'.
01 WS-FN-Scenarios PIC X(40) VALUE 'WTM-SCENARIOS.DAT'.
01 WS-FN-Keyed-Runs PIC X(40) VALUE 'WTM-KEYED-RUNS.DAT'.
01 WS-FN-Tax-Bracket PIC X(40) VALUE 'WTM-DOMESTIC-TAX-BRACKETS.DAT'.
01 WS-FN-State-Tax PIC X(40) VALUE 'WTM-STATE-TAX.DAT'.
01 WS-FN-Payroll-Tax PIC X(40) VALUE 'WTM-PAYROLL-TAX.DAT'.
01 WS-FN-Bank-Accounts PIC X(40) VALUE 'WTM-BANK-ACCOUNTS.DAT'.
01 WS-FN-Savings-Split PIC X(40) VALUE 'WTM-SAVINGS-SPLIT.DAT'.
01 WS-FN-Savings-Goals PIC X(40) VALUE 'WTM-SAVINGS-GOALS.DAT'.
01 WS-FN-Policy-Limits PIC X(40) VALUE 'WTM-POLICY-LIMITS.DAT'.
01 WS-FN-Template PIC X(40) VALUE 'WTM-TEMPLATES.DAT'.
01 WS-FN-Deficit-Ledger PIC X(40) VALUE 'WTM-DEFICIT-LEDGER.DAT'.
01 WS-FN-Keyverify-Log PIC X(40) VALUE 'WTM-KEYVERIFY-LOG.DAT'.
01 WS-FN-Assign-History PIC X(40) VALUE 'WTM-ASSIGN-HISTORY.DAT'.
01 WS-FN-Source-Tax PIC X(40) VALUE 'WTM-SOURCE-TAX-RATES.DAT'.
01 WS-FN-Deduction-Limits PIC X(40) VALUE 'WTM-RETIREMENT-LIMITS.DAT'.
01 WS-FN-Birth-Dates PIC X(40) VALUE 'WTM-EMPL-BIRTH-DATES.DAT'.
01 WS-FN-Actuals PIC X(40) VALUE 'WTM-ACTUALS.DAT'.
01 WS-FN-Partition-Log PIC X(40) VALUE 'BUDGET-BATCH-PARTLOG.DAT'.
01 WS-FN-Partition-Ctl PIC X(40) VALUE 'BUDGET-BATCH-PARTCTL.DAT'.
01 WS-FN-Garnish-Orders PIC X(40) VALUE 'WTM-GARNISH-ORDERS.DAT'.
01 WS-FN-Garnish-Ledger PIC X(40) VALUE 'WTM-GARNISH-LEDGER.DAT'.
01 WS-FN-Garnish-Ledger-Read PIC X(40) VALUE 'WTM-GARNISH-LEDGER.DAT'.
01 WS-FN-Change-Requests PIC X(40) VALUE 'WTM-CHANGE-REQUESTS.DAT'.
01 WS-FN-Work-Config PIC X(40) VALUE 'WTM-WORK-CONFIG.DAT'.
01 WS-Train-Name-Work PIC X(40).
    COPY "WTM-TRAINING.cpy".
01 WS-Employee-Master-Status PIC XX.
       10 WS-Empl-Company    PIC X(3).
       10 WS-Empl-Dept       PIC X(4).
       10 WS-Empl-Term-Date  PIC 9(8).
       10 WS-Empl-Tax-Locality PIC X(4).
01 WS-Employee-Master-Count PIC 9(4) VALUE 0.
01 WS-Empl-Lookup-Flag PIC X VALUE "N".
    88 Empl-On-Master VALUE "Y" FALSE "N".
01 Checkpoint-Interval PIC 9(3) VALUE 10.
01 Records-Processed PIC 9(7) VALUE 0.
01 Records-To-Skip PIC 9(7) VALUE 0.
*> Partitioned batch: launched as WHERES_THE_MONEY <n>, the run works
*> partition n of a WTM-PARTSPLIT split against its own -Pnn copies of
*> the input, checkpoint, and per-record outputs (see
*> PARTITION-FILE-NAMES-SECT), and WTM-PARTMERGE folds the partitions
*> back into the live files.
01 WS-Partition-Number PIC 9(2) VALUE 0.
01 WS-Partition-Run-Flag PIC X VALUE "N".
    88 Partition-Run VALUE "Y" FALSE "N".
01 WS-Partition-Log-Status PIC XX.
01 WS-Partition-Ctl-Status PIC XX.
01 WS-Part-Ctl-EOF-Flag PIC X VALUE "N".
    88 Part-Ctl-EOF VALUE "Y" FALSE "N".
01 WS-Part-Log-EOF-Flag PIC X VALUE "N".
    88 Part-Log-EOF VALUE "Y" FALSE "N".
01 WS-Part-Split-Pending-Flag PIC X VALUE "N".
    88 Part-Split-Pending VALUE "Y" FALSE "N".
01 WS-Part-Row-Found-Flag PIC X VALUE "N".
    88 Part-Row-Found VALUE "Y" FALSE "N".
01 WS-Part-Name-Work PIC X(40).
01 WS-Part-Base-Work PIC X(40).
01 WS-Part-Live-Ledger PIC X(40).
*> Rows the record in hand appended to each partition output file, in
*> the order of Plog-Rows: history, export, ledger, approval queue,
*> sub-category detail, income detail, savings split, garnishments.
01 WS-Part-Row-Counts.
    05 WS-Part-Hist-Rows     PIC 9(4) VALUE 0.
    05 WS-Part-Export-Rows   PIC 9(4) VALUE 0.
    05 WS-Part-Ledger-Rows   PIC 9(4) VALUE 0.
    05 WS-Part-Approval-Rows PIC 9(4) VALUE 0.
    05 WS-Part-Subcat-Rows   PIC 9(4) VALUE 0.
    05 WS-Part-Income-Rows   PIC 9(4) VALUE 0.
    05 WS-Part-Split-Rows    PIC 9(4) VALUE 0.
    05 WS-Part-Garnish-Rows  PIC 9(4) VALUE 0.
01 WS-Part-Keep-Table.
    05 WS-Part-Keep-Rows PIC 9(9) OCCURS 8 TIMES.
01 WS-Part-Keep-Log PIC 9(9).
01 WS-Part-Keep-Idx PIC 9(2).
01 WS-Part-Trim-Name PIC X(40).
01 WS-Part-Trim-Count PIC 9(9).
01 Run-Mode PIC X VALUE "I".
    COPY "WTM-SALARY.cpy".
01 Secondary_Income PIC S9(7)V99.
    COPY "WTM-UNATTENDED.cpy".
01 WS-Household-Master-Status PIC XX.
01 WS-Income-Detail-Status PIC XX.
01 WS-Debt-Detail-Status PIC XX.
01 WS-Scenario-Status PIC XX.
01 WS-Keyed-Run-Status PIC XX.
01 WS-Tax-Bracket-Status PIC XX.
01 WS-Form-Fields.
    05 Scr-Employee-ID  PIC 9(6) VALUE 0.
01 WS-Bracket-Band PIC S9(8)V99.
01 WS-Marginal-Tax PIC S9(8)V99.
01 WS-Effective-Tax-Rate PIC 9(3)V99.
*> Every dated bracket row on file, all tax years; the active table
*> above holds only the rows for the year the current run taxes with,
*> chosen by SELECT-TAX-YEAR-SECT from the budget period's year.
01 WS-Bracket-Year-Table.
    05 WS-Byr-Entry OCCURS 100 TIMES.
       10 WS-Byr-Year  PIC 9(4).
       10 WS-Byr-Floor PIC 9(8).
       10 WS-Byr-Rate  PIC 9(3)V9999.
01 WS-Bracket-Row-Count PIC 9(3) VALUE 0.
01 WS-Byr-Idx PIC 9(3).
01 WS-Tax-Year-Wanted PIC 9(4).
01 WS-Tax-Year-Selected-For PIC 9(4) VALUE 0.
01 WS-Bracket-Table-Year PIC 9(4) VALUE 0.
01 WS-Stx-Table-Year PIC 9(4) VALUE 0.
01 WS-Lim-Table-Year PIC 9(4) VALUE 0.
*> Year pick: the latest candidate year not after the wanted year;
*> when every candidate is later, the earliest one.
01 WS-Pick-Candidate PIC 9(4).
01 WS-Pick-Best PIC 9(4).
01 WS-Pick-Earliest PIC 9(4).
01 WS-Pick-Year PIC 9(4).
01 WS-Pick-Found-Flag PIC X VALUE "N".
    88 Pick-Year-Found VALUE "Y" FALSE "N".
01 WS-Pick-Any-Flag PIC X VALUE "N".
    88 Pick-Any-Year VALUE "Y" FALSE "N".
*> State/local income tax on top of the federal brackets: one row per
*> band, keyed by the employee's state/locality code. A B row is a
*> bracket running up to the next row's floor for the same code; an
*> F row is a flat rate on everything above its floor.
01 WS-State-Tax-Status PIC XX.
01 WS-State-Tax-Table.
    05 WS-Stt-Entry OCCURS 200 TIMES.
       10 WS-Stt-Locality PIC X(4).
       10 WS-Stt-Method   PIC X.
          88 Stt-Flat-Rate VALUE "F".
       10 WS-Stt-Floor    PIC 9(8).
       10 WS-Stt-Rate     PIC 9(3)V9999.
01 WS-State-Tax-Count PIC 9(3) VALUE 0.
01 WS-Stt-Idx PIC 9(3).
01 WS-Stt-Rows-Found PIC 9(3).
01 WS-Tax-Locality PIC X(4) VALUE SPACES.
01 WS-State-Taxable PIC S9(9)V99.
01 WS-Federal-Tax PIC S9(8)V99 VALUE 0.
01 WS-State-Tax PIC S9(8)V99 VALUE 0.
*> Payroll tax (Social Security and Medicare) on wage income only:
*> the base salary plus any W income lines, never the rental,
*> business, investment, or other lines. One row per tax year on
*> WTM-PAYROLL-TAX.DAT; every year is kept in WS-Payroll-Tax-Year-Table
*> and SELECT-TAX-YEAR-SECT moves the row for the budget period's tax
*> year into the fields below. Social Security stops at the wage base
*> per earner; the additional Medicare rate applies to wages above
*> its floor.
01 WS-Payroll-Tax-Status PIC XX.
01 WS-Payroll-Tax-Loaded-Flag PIC X VALUE "N".
    88 Payroll-Tax-Loaded VALUE "Y" FALSE "N".
01 WS-Payroll-Tax-Year-Table.
    05 WS-Pty-Entry OCCURS 20 TIMES.
       10 WS-Pty-Year           PIC 9(4).
       10 WS-Pty-SS-Rate        PIC 9(2)V9999.
       10 WS-Pty-SS-Wage-Base   PIC 9(8).
       10 WS-Pty-Med-Rate       PIC 9(2)V9999.
       10 WS-Pty-Addl-Med-Rate  PIC 9(2)V9999.
       10 WS-Pty-Addl-Med-Floor PIC 9(8).
01 WS-Ptx-Row-Count PIC 9(2) VALUE 0.
01 WS-Pty-Idx PIC 9(2).
01 WS-Ptx-Year PIC 9(4) VALUE 0.
01 WS-Ptx-SS-Rate PIC 9(2)V9999 VALUE 0.
01 WS-Ptx-SS-Wage-Base PIC 9(8) VALUE 0.
01 WS-Ptx-Med-Rate PIC 9(2)V9999 VALUE 0.
01 WS-Ptx-Addl-Med-Rate PIC 9(2)V9999 VALUE 0.
01 WS-Ptx-Addl-Med-Floor PIC 9(8) VALUE 0.
01 WS-Ptx-Earner-Wages PIC S9(9)V99 OCCURS 2 TIMES.
01 WS-Ptx-Earner-Idx PIC 9.
01 WS-Ptx-SS-Wages PIC S9(9)V99.
01 WS-Ptx-Total-Wages PIC S9(9)V99.
01 WS-SS-Tax PIC S9(8)V99 VALUE 0.
01 WS-Medicare-Tax PIC S9(8)V99 VALUE 0.
01 WS-Deduction-Code-Status PIC XX.
01 WS-Empl-Deduction-Status PIC XX.
*> Pre-tax deduction tables: the code table names each deduction and
01 WS-Season-Lookup-Month PIC 9(2).
01 WS-Season-Factor PIC 9V99.
01 WS-Repay-Plan-Status PIC XX.
01 WS-Garnish-Order-Status PIC XX.
01 WS-Garnish-Ledger-Status PIC XX.
01 WS-Garnish-Ledger-Read-Status PIC XX.
*> Garnishment orders (WTM-GARNISH-ORDERS.DAT, held as row images)
*> and what has been applied against them so far - the latest
*> ledger row per employee, order, and period.
01 WS-Garn-Order-Table.
    05 WS-Garn-Order-Row PIC X(87) OCCURS 300 TIMES.
01 WS-Garn-Order-Count PIC 9(3) VALUE 0.
01 WS-Garn-Idx PIC 9(3).
01 WS-Garn-Ledger-Table.
    05 WS-Gled-Entry OCCURS 2000 TIMES.
       10 WS-Gled-ID      PIC 9(6).
       10 WS-Gled-Order   PIC 9(3).
       10 WS-Gled-Period  PIC 9(6).
       10 WS-Gled-Applied PIC 9(7)V99.
01 WS-Garn-Ledger-Count PIC 9(4) VALUE 0.
01 WS-Gled-Idx PIC 9(4).
01 WS-Gled-Slot PIC 9(4).
01 WS-Gled-Full-Flag PIC X VALUE "N".
    88 Gled-Table-Full VALUE "Y" FALSE "N".
*> Disposable-income limits on garnishment, as percents of disposable
*> income (pay less taxes), and the protected minimum - thirty times
*> the federal minimum wage a week, a year - a creditor order or tax
*> levy can never reach into.
01 WS-Garn-Support-Pct PIC 9(3)V99 VALUE 60.00.
01 WS-Garn-Support-Other-Pct PIC 9(3)V99 VALUE 50.00.
01 WS-Garn-Arrears-Add-Pct PIC 9(3)V99 VALUE 5.00.
01 WS-Garn-Creditor-Pct PIC 9(3)V99 VALUE 25.00.
01 WS-Garn-Admin-Pct PIC 9(3)V99 VALUE 15.00.
01 WS-Garn-Protected-Annual PIC 9(7)V99 VALUE 11310.00.
*> The orders applied to the run in hand, in the order they were
*> applied (priority, then order number).
01 WS-Garn-Run-Table.
    05 WS-Grun-Entry OCCURS 10 TIMES.
       10 WS-Grun-Order-Idx    PIC 9(3).
       10 WS-Grun-Sort-Key     PIC 9(5).
       10 WS-Grun-Order-No     PIC 9(3).
       10 WS-Grun-Type         PIC X.
       10 WS-Grun-Case-Ref     PIC X(20).
       10 WS-Grun-Cap-Pct      PIC 9(3)V99.
       10 WS-Grun-Requested-Mo PIC 9(7)V99.
       10 WS-Grun-Applied-Mo   PIC 9(7)V99.
       10 WS-Grun-Applied-Yr   PIC 9(8)V99.
       10 WS-Grun-Percent      PIC S9(7)V99.
       10 WS-Grun-Limited      PIC X.
       10 WS-Grun-Balance-Cut  PIC X.
01 WS-Grun-Swap PIC X(76).
01 WS-Garn-Run-Count PIC 9(2) VALUE 0.
01 WS-Grun-Idx PIC 9(2).
01 WS-Grun-Idx-2 PIC 9(2).
01 WS-Garn-Disposable PIC S9(9)V99 VALUE 0.
01 WS-Garn-Requested PIC S9(9)V99.
01 WS-Garn-Applied PIC S9(9)V99.
01 WS-Garn-Room PIC S9(9)V99.
01 WS-Garn-Room-2 PIC S9(9)V99.
01 WS-Garn-Paid PIC S9(9)V99.
01 WS-Garn-Remaining PIC S9(9)V99.
01 WS-Garn-Cap-Pct PIC 9(3)V99.
01 WS-Garn-Taken-All PIC S9(9)V99.
01 WS-Garn-Taken-Support PIC S9(9)V99.
01 WS-Garn-Taken-Admin PIC S9(9)V99.
01 WS-Garn-Period-From PIC 9(8).
01 WS-Garn-Period-To PIC 9(8).
01 WS-Garnish-Total PIC S9(9)V99 VALUE 0.
01 WS-Garnish-Percent PIC S9(7)V99 VALUE 0.
*> Household change-request queue (WTM-CHANGE-REQUESTS.DAT, held as
*> row images) worked from run mode Q, and the run a request is
*> applied to - the employee's latest run at or before the effective
*> period (the latest on file when there is none that early). The
*> category figures are held yearly by category-table position.
01 WS-Change-Request-Status PIC XX.
01 WS-Work-Config-Status PIC XX.
01 WS-Chq-Table.
    05 WS-Chq-Row PIC X(180) OCCURS 500 TIMES.
01 WS-Chq-Count PIC 9(3) VALUE 0.
01 WS-Chq-Overflow-Flag PIC X VALUE "N".
    88 Chq-Overflowed VALUE "Y" FALSE "N".
01 WS-Chq-Idx PIC 9(3).
01 WS-Chq-Slot PIC 9(3).
01 WS-Chq-Decided-Row PIC X(180).
01 WS-Chq-Decided-No PIC 9(6).
01 WS-Chq-Pending-Count PIC 9(3).
01 WS-Chq-Aged-Count PIC 9(3).
01 WS-Chq-Aged-Days PIC 9(3) VALUE 3.
01 WS-Chq-Age-Days PIC S9(5).
01 WS-Chq-Today PIC 9(8).
01 WS-Chq-Pick PIC 9(6).
01 WS-Chq-Pick-Input PIC X(10).
01 WS-Chq-Action PIC X.
01 WS-Chq-Reason-Input PIC X(40).
01 WS-Chq-Aged-Flag PIC X(4).
01 WS-Chq-Saved-Period PIC 9(6).
01 WS-Chq-Saved-Decision PIC X.
01 WS-Chq-Done-Flag PIC X VALUE "N".
    88 Chq-Done VALUE "Y" FALSE "N".
01 WS-Chq-Refused-Flag PIC X VALUE "N".
    88 Chq-Refused VALUE "Y" FALSE "N".
01 WS-Chq-Amount-Disp PIC ZZZ,ZZZ,ZZ9.99.
01 WS-Chq-Current-Disp PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-Chq-Run-Flag PIC X VALUE "N".
    88 Chq-Run-Found VALUE "Y" FALSE "N".
01 WS-Chq-Period-Run-Flag PIC X VALUE "N".
    88 Chq-Period-Run-Found VALUE "Y" FALSE "N".
01 WS-Chq-Period-Run-Date PIC 9(8).
01 WS-Chq-Early-Period PIC 9(6).
01 WS-Chq-Any-Period PIC 9(6).
01 WS-Chq-Run.
    05 WS-Chq-Run-Period      PIC 9(6).
    05 WS-Chq-Run-Date        PIC 9(8).
    05 WS-Chq-Run-ID          PIC X(24).
    05 WS-Chq-Run-Salary      PIC S9(8)V99.
    05 WS-Chq-Run-Base        PIC S9(8)V99.
    05 WS-Chq-Run-Other       PIC S9(8)V99.
    05 WS-Chq-Run-Yearly      PIC S9(7)V99 OCCURS 6 TIMES.
    05 WS-Chq-Run-Tax-Pct     PIC S9(7)V99.
    05 WS-Chq-Run-Federal     PIC S9(7)V99.
    05 WS-Chq-Run-Layout      PIC 9(2).
    05 WS-Chq-Run-Factor      PIC 9V9999.
    05 WS-Chq-Run-Adults      PIC 9(2).
    05 WS-Chq-Run-Dependents  PIC 9(2).
    05 WS-Chq-Run-Household   PIC 9(6).
    05 WS-Chq-Run-Company     PIC X(3).
    05 WS-Chq-Run-Dept        PIC X(4).
01 WS-Chq-Early-Run PIC X(164).
01 WS-Chq-Any-Run PIC X(164).
*> Negotiated deficit repayment plans: counseling agrees a fixed
*> monthly recovery, and the carryforward honors that amount instead
*> of sweeping whatever Extra allows. The latest row per employee is
01 WS-Stx-Found-Rate PIC 9(3)V99.
01 WS-Stx-Rate-On-Flag PIC X.
    88 Source-Rate-On VALUE "Y" FALSE "N".
*> Every source-rate row on file, all tax years; the active table
*> above holds the chosen year's rates.
01 WS-Stx-Year-Table.
    05 WS-Sty-Entry OCCURS 50 TIMES.
       10 WS-Sty-Year PIC 9(4).
       10 WS-Sty-Type PIC X.
       10 WS-Sty-Rate PIC 9(3)V99.
01 WS-Stx-Row-Count PIC 9(3) VALUE 0.
01 WS-Sty-Idx PIC 9(3).
*> Annual pre-tax election limits by tax year and plan code with an
*> age band (WTM-RETIREMENT-LIMITS.DAT, the table WTM-RETIRE plans
*> against); each election is capped at the limit for the run's year.
01 WS-Deduction-Limit-Status PIC XX.
01 WS-Birth-Date-Status PIC XX.
01 WS-Deduction-Limit-Table.
    05 WS-Dlm-Entry OCCURS 60 TIMES.
       10 WS-Dlm-Year    PIC 9(4).
       10 WS-Dlm-Code    PIC X(4).
       10 WS-Dlm-Min-Age PIC 9(3).
       10 WS-Dlm-Max-Age PIC 9(3).
       10 WS-Dlm-Limit   PIC 9(7)V99.
01 WS-Deduction-Limit-Count PIC 9(3) VALUE 0.
01 WS-Dlm-Idx PIC 9(3).
01 WS-Birth-Date-Table.
    05 WS-Bdt-Entry OCCURS 500 TIMES.
       10 WS-Bdt-ID   PIC 9(6).
       10 WS-Bdt-Date PIC 9(8).
01 WS-Birth-Date-Count PIC 9(3) VALUE 0.
01 WS-Bdt-Idx PIC 9(3).
01 WS-Dlm-Birth-Year PIC 9(4).
01 WS-Dlm-Age PIC 9(3).
01 WS-Dlm-Age-Known-Flag PIC X VALUE "N".
    88 Dlm-Age-Known VALUE "Y" FALSE "N".
01 WS-Dlm-Cap PIC 9(7)V99.
01 WS-Dlm-Cap-Flag PIC X VALUE "N".
    88 Dlm-Cap-Found VALUE "Y" FALSE "N".
01 WS-Dlm-Capped-Flag PIC X VALUE "N".
    88 Dlm-Line-Capped VALUE "Y" FALSE "N".
01 WS-Nonwage-Tax PIC S9(8)V99.
01 WS-Nonwage-Line-Tax PIC S9(8)V99.
01 WS-Nonwage-Income PIC S9(8)V99.
    05 WS-Pop-Sum PIC S9(11)V99 OCCURS 7 TIMES.
01 WS-Pop-Count PIC 9(7) VALUE 0.
01 WS-Pop-Idx PIC 9(2).
*> Per-person yearly food, insurance, and Extra - summed only over
*> runs that carry a household size, so the sized count is their
*> own divisor.
01 WS-Pop-Sized-Count PIC 9(7) VALUE 0.
01 WS-Pop-PP-Sums.
    05 WS-Pop-PP-Sum PIC S9(11)V99 OCCURS 3 TIMES.
01 WS-Pop-PP-Averages.
    05 WS-Pop-PP-Avg PIC S9(9)V99 OCCURS 3 TIMES.
01 WS-Pop-EOF-Flag PIC X VALUE "N".
    88 Pop-EOF VALUE "Y" FALSE "N".
*> Edited presentation fields: comma insertion, leading-zero
01 WS-Pct-Entry-Total PIC 9(3)V99 VALUE 0.
01 WS-Pct-Entry-Value PIC 9(3)V99.
01 WS-Money-Disp PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-Money-Disp-2 PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-Pct-Disp PIC -ZZ9.99.
01 WS-Deficit-Balance PIC S9(9)V99 VALUE 0.
01 WS-Deficit-Recovery PIC S9(8)V99.
01 WS-HH-Master-Name PIC X(30).
01 WS-HH-Master-Status PIC X.
01 WS-HH-Master-Dissolved PIC 9(6).
01 WS-HH-Master-Adults PIC 9(2).
01 WS-HH-Master-Dependents PIC 9(2).
*> Household size for the run in hand: adults plus dependents is the
*> divisor for the per-person food, insurance, and Extra figures.
01 WS-HH-Adults PIC 9(2) VALUE 1.
01 WS-HH-Dependents PIC 9(2) VALUE 0.
01 WS-HH-Persons PIC 9(3) VALUE 1.
01 WS-HH-Size-Input PIC X(8).
01 WS-HH-Size-Value PIC 9(2).
01 WS-HH-Size-Changed-Flag PIC X VALUE "N".
    88 HH-Size-Changed VALUE "Y" FALSE "N".
01 WS-Per-Person-Amounts.
    05 WS-PP-Amount PIC S9(9)V99 OCCURS 3 TIMES.
01 WS-PP-Names-Values.
    05 FILLER PIC X(10) VALUE 'Food      '.
    05 FILLER PIC X(10) VALUE 'Insurance '.
    05 FILLER PIC X(10) VALUE 'Extra     '.
01 WS-PP-Names-Table REDEFINES WS-PP-Names-Values.
    05 WS-PP-Name PIC X(10) OCCURS 3 TIMES.
01 WS-PP-Idx PIC 9.
01 WS-PP-Persons PIC 9(3).
01 WS-PP-Expense-Sum PIC S9(9)V99.
01 WS-PP-Extra PIC S9(9)V99.
01 WS-Hist-PP-Amounts.
    05 WS-Hist-PP-Amount PIC S9(9)V99 OCCURS 3 TIMES.
01 WS-HH-Size-Min PIC 9.
01 WS-Run-Control-End-Status PIC X(8).
01 WS-Run-Control-Active-Flag PIC X VALUE "N".
    88 Run-Control-Active VALUE "Y" FALSE "N".
01 WS-Acct-Extract-Status PIC XX.
01 WS-Acct-Extract-Name PIC X(40).
01 WS-Acct-Extract-Run-Id PIC X(14).
*> The run in hand: its ID (taken as each saved run starts - a
*> what-if preview writes nothing and takes none) and where its input
*> came from, both stamped on the history row.
    COPY "WTM-RUN-ID.cpy".
01 WS-Run-Source-Tag PIC X(8) VALUE 'CONSOLE '.
01 WS-Run-Input-Seq PIC 9(7) VALUE 0.
01 WS-Report-Line-Ptr PIC 9(3).
01 WS-Acct-Extract-Open-Flag PIC X VALUE "N".
    88 Acct-Extract-Open VALUE "Y" FALSE "N".
01 WS-Acct-Extract-Count PIC 9(7) VALUE 0.
       10 WS-Extr-Comp-Code  PIC X(3).
       10 WS-Extr-Comp-Count PIC 9(5).
       10 WS-Extr-Comp-Hash  PIC 9(13)V99.
       10 WS-Extr-Comp-Row   PIC X(187) OCCURS 200 TIMES.
01 WS-Extr-Company-Count PIC 9(2) VALUE 0.
01 WS-Extr-Comp-Idx PIC 9(2).
01 WS-Extr-Comp-Slot PIC 9(2).
01 WS-Savings-Monthly-Contribution PIC S9(7)V99.
01 WS-Savings-Remaining PIC S9(8)V99.
01 WS-Savings-Months-To-Goal PIC 9(5) VALUE 0.
*> A goal given on a saved run is kept on WTM-SAVINGS-GOALS.DAT for
*> the self-service portal extract.
01 WS-Savings-Goal-Status PIC XX.
01 WS-Rollup-Table.
    05 WS-Rollup-Entry OCCURS 12 TIMES INDEXED BY Rollup-Idx.
        10 WS-Rollup-Salary   PIC 9(8)V99.
01 WS-Base-Salary PIC 9(8)V99.
01 WS-What-If-Response PIC X VALUE "N".
    88 Wants-What-If VALUE "Y" "y" FALSE "N".
*> Saved scenarios: the whole file in memory (every household's, so a
*> save or delete rewrites it whole), the list numbers shown for the
*> household in hand, and the scenarios picked for a comparison page.
    COPY "WTM-SCENARIO-REC.cpy".
01 WS-Scn-Table.
    05 WS-Scn-Row PIC X(215) OCCURS 300 TIMES.
01 WS-Scn-Count PIC 9(3) VALUE 0.
01 WS-Scn-Overflow-Flag PIC X VALUE "N".
    88 Scn-Overflowed VALUE "Y" FALSE "N".
01 WS-Scn-Idx PIC 9(3).
01 WS-Scn-Slot PIC 9(3).
01 WS-Scn-Pick-Table.
    05 WS-Scn-Pick-Row PIC 9(3) OCCURS 20 TIMES.
01 WS-Scn-Pick-Count PIC 9(2) VALUE 0.
01 WS-Scn-Pick-Idx PIC 9(2).
01 WS-Scn-Pick PIC 9(2).
01 WS-Scn-Pick-Input PIC X(4).
01 WS-Scn-Figure PIC 9.
01 WS-Scn-Figure-OK-Flag PIC X VALUE "N".
    88 Scn-Figure-OK VALUE "Y" FALSE "N".
01 WS-Scn-Response PIC X VALUE "N".
    88 Wants-Scenarios VALUE "Y" "y" FALSE "N".
01 WS-Scn-Action PIC X.
01 WS-Scn-Done-Flag PIC X VALUE "N".
    88 Scenarios-Done VALUE "Y" FALSE "N".
01 WS-Scn-EOF-Flag PIC X VALUE "N".
    88 Scn-EOF VALUE "Y" FALSE "N".
01 WS-Scn-Name-Input PIC X(20).
01 WS-Scn-Current-Name PIC X(20) VALUE SPACES.
01 WS-Scn-Changed-Flag PIC X VALUE "N".
    88 Scn-Figures-Changed VALUE "Y" FALSE "N".
01 WS-Scn-Saved-Decision PIC X.
01 WS-Cmp-Table.
    05 WS-Cmp-Row PIC X(215) OCCURS 4 TIMES.
01 WS-Cmp-Count PIC 9 VALUE 0.
01 WS-Cmp-Idx PIC 9.
01 WS-Cmp-Col PIC 9(3).
01 WS-Cmp-Line PIC X(100).
01 WS-What-If-Cat-Input PIC X VALUE SPACE.
01 WS-What-If-Cat-Choice PIC 9 VALUE 0.
01 WS-What-If-Valid-Flag PIC X VALUE "N".
01 WS-Joint-Travel-1 PIC S9(7)V99.
01 WS-Joint-Travel-2 PIC S9(7)V99.
01 WS-Joint-Combined-Name PIC X(30).
*> Contribution split for a joint run: each member's share of each
*> category, either proportional to their share of household income
*> or a fixed percentage for Partner 1. Taxes always follow income.
01 WS-Joint-Split-Flag PIC X VALUE "N".
    88 Joint-Split-Active VALUE "Y" FALSE "N".
01 WS-Joint-Split-Basis PIC X VALUE "P".
    88 Joint-Split-Proportional VALUE "P".
    88 Joint-Split-Fixed VALUE "F".
01 WS-Joint-Split-Input PIC X.
01 WS-Joint-Fixed-Pct-1 PIC 9(3)V99 VALUE 0.
01 WS-Joint-Income-1 PIC S9(9)V99.
01 WS-Joint-Income-2 PIC S9(9)V99.
01 WS-Joint-Income-Share-1 PIC 9V9(6).
01 WS-Joint-Cost-Share-1 PIC 9V9(6).
01 WS-Joint-Contrib-Table.
    05 WS-Joint-Contrib OCCURS 6 TIMES.
        10 WS-Joint-Contrib-1 PIC S9(9)V99.
        10 WS-Joint-Contrib-2 PIC S9(9)V99.
01 WS-Joint-Extra-1 PIC S9(9)V99.
01 WS-Joint-Extra-2 PIC S9(9)V99.
01 WS-Joint-Pct-Disp-1 PIC ZZ9.99.
01 WS-Joint-Pct-Disp-2 PIC ZZ9.99.
01 WS-Joint-Stmt-Line PIC X(100).
01 WS-Joint-Stmt-Label PIC X(15).
01 WS-Joint-Stmt-Amount-1 PIC S9(9)V99.
01 WS-Joint-Stmt-Amount-2 PIC S9(9)V99.

01 WS-Non-Interactive-Flag PIC X VALUE "N".
    88 Non-Interactive-Mode VALUE "Y" FALSE "N".
01 WS-Split-Percent PIC 9(3)V99.
01 WS-Savings-Split-Amount PIC S9(7)V99.
01 WS-Checking-Split-Amount PIC S9(7)V99.
*> A standing savings instruction (latest WTM-BANK-ACCOUNTS.DAT row
*> for the employee, opted in) sets the split without asking, and a
*> saved run logs it to WTM-SAVINGS-SPLIT.DAT for the ACH transfer.
01 WS-Bank-Account-Status PIC XX.
01 WS-Savings-Split-Status PIC XX.
01 WS-Standing-Split-Flag PIC X VALUE "N".
    88 Standing-Split VALUE "Y" FALSE "N".
01 WS-Savings-Period-Amount PIC S9(7)V99.
01 WS-Invest-Response PIC X VALUE "N".
    88 Wants-Investment-Projection VALUE "Y" "y" FALSE "N".
01 WS-Invest-Annual-Rate PIC S9(3)V99.
01 WS-Invest-Monthly-Contribution PIC S9(7)V99.
01 WS-Invest-Balance PIC S9(9)V99.

    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".

SCREEN SECTION.
01 Entry-Form-Screen.

PROCEDURE DIVISION.
MOVE FUNCTION CURRENT-DATE(1:6) TO WS-Budget-Period.
PERFORM ACCEPT-PARTITION-ARG-SECT.
PERFORM INIT-FILE-NAMES-SECT.
PERFORM LOAD-PERIOD-STATUS-SECT.
PERFORM LOAD-EMPLOYEE-MASTER-SECT.
PERFORM LOAD-COMPANY-CODES-SECT.
PERFORM ACQUIRE-WRITER-LOCK-SECT.
PERFORM READ-PRIOR-HISTORY-SECT.
SET File-Ctl-Verify TO TRUE.
MOVE WS-FN-Budget-History TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN EXTEND Budget-History-File.
IF Budget-History-Status = "35" THEN
    OPEN OUTPUT Budget-History-File
        FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
        '.TXT' DELIMITED BY SIZE
        INTO WS-Budget-Report-Name
ELSE
IF Partition-Run THEN
    STRING 'BUDGET-REPORT-P' DELIMITED BY SIZE
        WS-Partition-Number DELIMITED BY SIZE
        '-' DELIMITED BY SIZE
        FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
        '.TXT' DELIMITED BY SIZE
        INTO WS-Budget-Report-Name
ELSE
    STRING 'BUDGET-REPORT-' DELIMITED BY SIZE
        FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
        '.TXT' DELIMITED BY SIZE
        INTO WS-Budget-Report-Name
END-IF
END-IF.
OPEN OUTPUT Budget-Report-File.
SET File-Ctl-Verify TO TRUE.
MOVE WS-FN-Acct-Export TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN EXTEND Acct-Export-File.
IF WS-Acct-Export-Status = "35" THEN
    OPEN OUTPUT Acct-Export-File
PERFORM INIT-CATEGORIES-SECT.
PERFORM LOAD-MESSAGE-CONFIG-SECT.
PERFORM LOAD-TAX-BRACKETS-SECT.
PERFORM LOAD-STATE-TAX-SECT.
PERFORM LOAD-PAYROLL-TAX-SECT.
PERFORM LOAD-DEDUCTION-TABLES-SECT.
PERFORM LOAD-SUBCAT-DEFS-SECT.
PERFORM LOAD-ENTRY-DEFAULTS-SECT.
PERFORM LOAD-VERIFY-THRESHOLD-SECT.
PERFORM LOAD-ASSIGN-HISTORY-SECT.
PERFORM LOAD-SOURCE-TAX-SECT.
PERFORM LOAD-DEDUCTION-LIMITS-SECT.
PERFORM LOAD-POLICY-LIMITS-SECT.
PERFORM LOAD-GARNISH-ORDERS-SECT.
ACCEPT WS-CLI-Arg-Count FROM ARGUMENT-NUMBER.
IF (WS-CLI-Arg-Count > 0) AND NOT Partition-Run THEN
    SET Non-Interactive-Mode TO TRUE
    PERFORM PARAMETER-DRIVEN-SECT
ELSE
IF (WTM-Unattended-Mode = "B") OR Partition-Run THEN
    PERFORM BATCH-SECT
ELSE
    DISPLAY '--------------------------------------------------------------------------------------------------'
    END-IF
    DISPLAY '--------------------------------------------------------------------------------------------------'
    PERFORM ACCEPT-BUDGET-PERIOD-SECT
    DISPLAY "Enter I to budget one household at a time, F for the full-screen entry form, B to process a batch file of employee records, C to budget a set count of households interactively, A for an annual roll-up report, J for a joint household with two incomes, or Q to work the household change-request queue"
    ACCEPT Run-Mode
    EVALUATE TRUE
        WHEN (Run-Mode = "F") OR (Run-Mode = "f")
            PERFORM ANNUAL-ROLLUP-SECT
        WHEN (Run-Mode = "J") OR (Run-Mode = "j")
            PERFORM JOINT-BUDGET-SECT
        WHEN (Run-Mode = "Q") OR (Run-Mode = "q")
            PERFORM CHANGE-REQUEST-QUEUE-SECT
        WHEN OTHER
            PERFORM INTERACTIVE-SECT
    END-EVALUATE
    STRING 'TRAIN-' DELIMITED BY SIZE
        WS-Train-Name-Work DELIMITED BY SPACE
        INTO WS-FN-Source-Tax
    MOVE WS-FN-Deduction-Limits TO WS-Train-Name-Work
    MOVE SPACES TO WS-FN-Deduction-Limits
    STRING 'TRAIN-' DELIMITED BY SIZE
        WS-Train-Name-Work DELIMITED BY SPACE
        INTO WS-FN-Deduction-Limits
    MOVE WS-FN-Birth-Dates TO WS-Train-Name-Work
    MOVE SPACES TO WS-FN-Birth-Dates
    STRING 'TRAIN-' DELIMITED BY SIZE
        WS-Train-Name-Work DELIMITED BY SPACE
        INTO WS-FN-Birth-Dates
    MOVE WS-FN-Actuals TO WS-Train-Name-Work
    MOVE SPACES TO WS-FN-Actuals
    STRING 'TRAIN-' DELIMITED BY SIZE
    STRING 'TRAIN-' DELIMITED BY SIZE
        WS-Train-Name-Work DELIMITED BY SPACE
        INTO WS-FN-Income-Detail
    MOVE WS-FN-Debt-Detail TO WS-Train-Name-Work
    MOVE SPACES TO WS-FN-Debt-Detail
    STRING 'TRAIN-' DELIMITED BY SIZE
        WS-Train-Name-Work DELIMITED BY SPACE
        INTO WS-FN-Debt-Detail
    MOVE WS-FN-Scenarios TO WS-Train-Name-Work
    MOVE SPACES TO WS-FN-Scenarios
    STRING 'TRAIN-' DELIMITED BY SIZE
        WS-Train-Name-Work DELIMITED BY SPACE
        INTO WS-FN-Scenarios
    MOVE WS-FN-Keyed-Runs TO WS-Train-Name-Work
    MOVE SPACES TO WS-FN-Keyed-Runs
    STRING 'TRAIN-' DELIMITED BY SIZE
        WS-Train-Name-Work DELIMITED BY SPACE
        INTO WS-FN-Keyed-Runs
    MOVE WS-FN-Tax-Bracket TO WS-Train-Name-Work
    MOVE SPACES TO WS-FN-Tax-Bracket
    STRING 'TRAIN-' DELIMITED BY SIZE
        WS-Train-Name-Work DELIMITED BY SPACE
        INTO WS-FN-Tax-Bracket
    MOVE WS-FN-State-Tax TO WS-Train-Name-Work
    MOVE SPACES TO WS-FN-State-Tax
    STRING 'TRAIN-' DELIMITED BY SIZE
        WS-Train-Name-Work DELIMITED BY SPACE
        INTO WS-FN-State-Tax
    MOVE WS-FN-Payroll-Tax TO WS-Train-Name-Work
    MOVE SPACES TO WS-FN-Payroll-Tax
    STRING 'TRAIN-' DELIMITED BY SIZE
        WS-Train-Name-Work DELIMITED BY SPACE
        INTO WS-FN-Payroll-Tax
    MOVE WS-FN-Bank-Accounts TO WS-Train-Name-Work
    MOVE SPACES TO WS-FN-Bank-Accounts
    STRING 'TRAIN-' DELIMITED BY SIZE
        WS-Train-Name-Work DELIMITED BY SPACE
        INTO WS-FN-Bank-Accounts
    MOVE WS-FN-Savings-Split TO WS-Train-Name-Work
    MOVE SPACES TO WS-FN-Savings-Split
    STRING 'TRAIN-' DELIMITED BY SIZE
        WS-Train-Name-Work DELIMITED BY SPACE
        INTO WS-FN-Savings-Split
    MOVE WS-FN-Savings-Goals TO WS-Train-Name-Work
    MOVE SPACES TO WS-FN-Savings-Goals
    STRING 'TRAIN-' DELIMITED BY SIZE
        WS-Train-Name-Work DELIMITED BY SPACE
        INTO WS-FN-Savings-Goals
    MOVE WS-FN-Policy-Limits TO WS-Train-Name-Work
    MOVE SPACES TO WS-FN-Policy-Limits
    STRING 'TRAIN-' DELIMITED BY SIZE
    STRING 'TRAIN-' DELIMITED BY SIZE
        WS-Train-Name-Work DELIMITED BY SPACE
        INTO WS-FN-History-Keyed
    MOVE WS-FN-Partition-Ctl TO WS-Train-Name-Work
    MOVE SPACES TO WS-FN-Partition-Ctl
    STRING 'TRAIN-' DELIMITED BY SIZE
        WS-Train-Name-Work DELIMITED BY SPACE
        INTO WS-FN-Partition-Ctl
    MOVE WS-FN-Garnish-Orders TO WS-Train-Name-Work
    MOVE SPACES TO WS-FN-Garnish-Orders
    STRING 'TRAIN-' DELIMITED BY SIZE
        WS-Train-Name-Work DELIMITED BY SPACE
        INTO WS-FN-Garnish-Orders
    MOVE WS-FN-Garnish-Ledger TO WS-Train-Name-Work
    MOVE SPACES TO WS-FN-Garnish-Ledger
    STRING 'TRAIN-' DELIMITED BY SIZE
        WS-Train-Name-Work DELIMITED BY SPACE
        INTO WS-FN-Garnish-Ledger
    MOVE WS-FN-Garnish-Ledger-Read TO WS-Train-Name-Work
    MOVE SPACES TO WS-FN-Garnish-Ledger-Read
    STRING 'TRAIN-' DELIMITED BY SIZE
        WS-Train-Name-Work DELIMITED BY SPACE
        INTO WS-FN-Garnish-Ledger-Read
    MOVE WS-FN-Change-Requests TO WS-Train-Name-Work
    MOVE SPACES TO WS-FN-Change-Requests
    STRING 'TRAIN-' DELIMITED BY SIZE
        WS-Train-Name-Work DELIMITED BY SPACE
        INTO WS-FN-Change-Requests
    MOVE WS-FN-Work-Config TO WS-Train-Name-Work
    MOVE SPACES TO WS-FN-Work-Config
    STRING 'TRAIN-' DELIMITED BY SIZE
        WS-Train-Name-Work DELIMITED BY SPACE
        INTO WS-FN-Work-Config
END-IF.
IF Partition-Run THEN
    PERFORM PARTITION-FILE-NAMES-SECT
END-IF.

ACCEPT-PARTITION-ARG-SECT.
*> A partition job is launched with exactly one argument, the
*> partition number WTM-PARTSPLIT assigned (WHERES_THE_MONEY 3). Any
*> other argument list is the ten-value parameter-driven run, which
*> reports its own argument errors.
ACCEPT WS-CLI-Arg-Count FROM ARGUMENT-NUMBER.
IF WS-CLI-Arg-Count = 1 THEN
    DISPLAY 1 UPON ARGUMENT-NUMBER
    ACCEPT WS-CLI-Arg-Field FROM ARGUMENT-VALUE
    MOVE FUNCTION TEST-NUMVAL(WS-CLI-Arg-Field) TO WS-CLI-Test-Numval
    IF WS-CLI-Test-Numval = 0 THEN
        IF (FUNCTION NUMVAL(WS-CLI-Arg-Field) >= 1) AND (FUNCTION NUMVAL(WS-CLI-Arg-Field) <= 20) THEN
            COMPUTE WS-Partition-Number = FUNCTION NUMVAL(WS-CLI-Arg-Field)
            SET Partition-Run TO TRUE
        END-IF
    END-IF
END-IF.

PARTITION-FILE-NAMES-SECT.
*> A partition job reads its slice of the validated input and writes
*> every per-record output, its checkpoint, run-control rows, report
*> catalog entry, and partition log to its own -Pnn copy, so several
*> partitions can run at once without touching the live files or
*> each other. Reference files, the keyed history, and the live
*> deficit ledger are still read as they stand.
DISPLAY 'PARTITION RUN: partition ', WS-Partition-Number, ' of the split batch - outputs go to the -P', WS-Partition-Number, ' files.'.
MOVE WS-FN-Deficit-Ledger TO WS-Part-Live-Ledger.
MOVE WS-FN-Budget-History TO WS-Part-Name-Work.
PERFORM SUFFIX-PARTITION-NAME-SECT.
MOVE WS-Part-Name-Work TO WS-FN-Budget-History.
MOVE WS-FN-Batch-Input TO WS-Part-Name-Work.
PERFORM SUFFIX-PARTITION-NAME-SECT.
MOVE WS-Part-Name-Work TO WS-FN-Batch-Input.
MOVE WS-FN-Batch-Checkpoint TO WS-Part-Name-Work.
PERFORM SUFFIX-PARTITION-NAME-SECT.
MOVE WS-Part-Name-Work TO WS-FN-Batch-Checkpoint.
MOVE WS-FN-Acct-Export TO WS-Part-Name-Work.
PERFORM SUFFIX-PARTITION-NAME-SECT.
MOVE WS-Part-Name-Work TO WS-FN-Acct-Export.
MOVE WS-FN-Run-Control TO WS-Part-Name-Work.
PERFORM SUFFIX-PARTITION-NAME-SECT.
MOVE WS-Part-Name-Work TO WS-FN-Run-Control.
MOVE WS-FN-Deficit-Ledger TO WS-Part-Name-Work.
PERFORM SUFFIX-PARTITION-NAME-SECT.
MOVE WS-Part-Name-Work TO WS-FN-Deficit-Ledger.
MOVE WS-FN-Approval-Queue TO WS-Part-Name-Work.
PERFORM SUFFIX-PARTITION-NAME-SECT.
MOVE WS-Part-Name-Work TO WS-FN-Approval-Queue.
MOVE WS-FN-Subcat-Detail TO WS-Part-Name-Work.
PERFORM SUFFIX-PARTITION-NAME-SECT.
MOVE WS-Part-Name-Work TO WS-FN-Subcat-Detail.
MOVE WS-FN-Income-Detail TO WS-Part-Name-Work.
PERFORM SUFFIX-PARTITION-NAME-SECT.
MOVE WS-Part-Name-Work TO WS-FN-Income-Detail.
MOVE WS-FN-Savings-Split TO WS-Part-Name-Work.
PERFORM SUFFIX-PARTITION-NAME-SECT.
MOVE WS-Part-Name-Work TO WS-FN-Savings-Split.
MOVE WS-FN-Garnish-Ledger TO WS-Part-Name-Work.
PERFORM SUFFIX-PARTITION-NAME-SECT.
MOVE WS-Part-Name-Work TO WS-FN-Garnish-Ledger.
MOVE WS-FN-Report-Catalog TO WS-Part-Name-Work.
PERFORM SUFFIX-PARTITION-NAME-SECT.
MOVE WS-Part-Name-Work TO WS-FN-Report-Catalog.
MOVE WS-FN-Partition-Log TO WS-Part-Name-Work.
PERFORM SUFFIX-PARTITION-NAME-SECT.
MOVE WS-Part-Name-Work TO WS-FN-Partition-Log.

SUFFIX-PARTITION-NAME-SECT.
*> BUDGET-HISTORY.DAT -> BUDGET-HISTORY-P03.DAT, the naming rule
*> WTM-PARTSPLIT and WTM-PARTMERGE share (WTM-PARTITION-FILES.cpy).
MOVE WS-Part-Name-Work TO WS-Part-Base-Work.
MOVE SPACES TO WS-Part-Name-Work.
STRING WS-Part-Base-Work DELIMITED BY '.DAT'
    '-P' DELIMITED BY SIZE
    WS-Partition-Number DELIMITED BY SIZE
    '.DAT' DELIMITED BY SIZE
    INTO WS-Part-Name-Work.

PARAMETER-DRIVEN-SECT.
*> Non-interactive invocation: pass all ten values as positional
*> command-line arguments, in the same order the interactive prompts
END-PERFORM.
MOVE Salary TO WS-Base-Salary.
PERFORM DEBT-TRACKING-SECT.
MOVE 'PARM    ' TO WS-Run-Source-Tag.
PERFORM COMPUTE-AND-REPORT-SECT.
PERFORM WHAT-IF-SECT.

*> and export files through WTM-WRITER-LOCK: a denied lock refuses
*> the session cleanly (severity 12) instead of letting two sessions
*> interleave EXTEND writes and clobber the checkpoint.
*> A partition job writes only its own -Pnn files, and several of
*> them run side by side, so it does not take the lock; the split and
*> the merge that touch the live files do.
IF Partition-Run THEN
    EXIT PARAGRAPH
END-IF.
MOVE "A" TO WS-Lock-Action.
PERFORM SET-STAMP-OPERATOR-SECT.
CALL 'WTM-WRITER-LOCK' USING WS-Lock-Action, WS-Stamp-Operator-ID, WS-Lock-Result.
*> keyed flat tax percent is retired and tax is computed marginally
*> in COMPUTE-MARGINAL-TAX-SECT; when it is missing the old keyed
*> percent still works, so nothing breaks while the file is absent.
*> Rows carry the tax year they take effect; every year is kept here
*> and SELECT-TAX-YEAR-SECT puts the run's year into the active table.
MOVE 0 TO WS-Tax-Bracket-Count.
MOVE 0 TO WS-Bracket-Row-Count.
MOVE 0 TO WS-Tax-Year-Selected-For.
MOVE "N" TO WS-Brackets-Loaded-Flag.
OPEN INPUT Tax-Bracket-File.
IF WS-Tax-Bracket-Status = "00" THEN
        READ Tax-Bracket-File
            AT END EXIT PERFORM
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
    END-PERFORM
    CLOSE Tax-Bracket-File
    IF WS-Bracket-Row-Count > 0 THEN
        SET Brackets-Loaded TO TRUE
        DISPLAY 'Domestic tax brackets loaded: ', WS-Bracket-Row-Count, ' bracket row(s) across all tax years - tax is computed, not keyed.'
    END-IF
ELSE
    DISPLAY 'NOTICE: could not open WTM-DOMESTIC-TAX-BRACKETS.DAT, file status ', WS-Tax-Bracket-Status
    DISPLAY 'Falling back to the keyed flat tax percent until the bracket table is available.'
END-IF.

LOAD-STATE-TAX-SECT.
*> State/local tax rows, grouped by code with floors ascending within
*> a code. A missing file means no state tax anywhere - the federal
*> figure stands alone, as it always has.
MOVE 0 TO WS-State-Tax-Count.
OPEN INPUT State-Tax-File.
IF WS-State-Tax-Status = "00" THEN
    PERFORM UNTIL WS-State-Tax-Status NOT = "00"
        READ State-Tax-File
            AT END EXIT PERFORM
            NOT AT END
                IF (WS-State-Tax-Count < 200) AND (Stt-Input-Floor IS NUMERIC)
                    AND (Stt-Input-Rate IS NUMERIC) THEN
                    ADD 1 TO WS-State-Tax-Count
                    MOVE Stt-Input-Locality TO WS-Stt-Locality(WS-State-Tax-Count)
                    MOVE Stt-Input-Method TO WS-Stt-Method(WS-State-Tax-Count)
                    MOVE Stt-Input-Floor TO WS-Stt-Floor(WS-State-Tax-Count)
                    MOVE Stt-Input-Rate TO WS-Stt-Rate(WS-State-Tax-Count)
                END-IF
        END-READ
    END-PERFORM
    CLOSE State-Tax-File
    IF WS-State-Tax-Count > 0 THEN
        DISPLAY 'State/local tax table loaded: ', WS-State-Tax-Count, ' row(s).'
    END-IF
END-IF.

LOAD-PAYROLL-TAX-SECT.
*> Every tax year's row; SELECT-TAX-YEAR-SECT picks the one for the
*> run's budget period. A missing file means no payroll tax is
*> computed - the old behavior.
MOVE "N" TO WS-Payroll-Tax-Loaded-Flag.
MOVE 0 TO WS-Ptx-Row-Count.
MOVE 0 TO WS-Ptx-Year.
MOVE 0 TO WS-Tax-Year-Selected-For.
OPEN INPUT Payroll-Tax-File.
IF WS-Payroll-Tax-Status = "00" THEN
    PERFORM UNTIL WS-Payroll-Tax-Status NOT = "00"
        READ Payroll-Tax-File
            AT END EXIT PERFORM
            NOT AT END
                IF (Ptx-Input-Year IS NUMERIC) AND (Ptx-Input-SS-Wage-Base IS NUMERIC)
                    AND (Ptx-Input-Addl-Med-Floor IS NUMERIC) AND (WS-Ptx-Row-Count < 20) THEN
                    ADD 1 TO WS-Ptx-Row-Count
                    MOVE Ptx-Input-Year TO WS-Pty-Year(WS-Ptx-Row-Count)
                    MOVE Ptx-Input-SS-Rate TO WS-Pty-SS-Rate(WS-Ptx-Row-Count)
                    MOVE Ptx-Input-SS-Wage-Base TO WS-Pty-SS-Wage-Base(WS-Ptx-Row-Count)
                    MOVE Ptx-Input-Med-Rate TO WS-Pty-Med-Rate(WS-Ptx-Row-Count)
                    MOVE Ptx-Input-Addl-Med-Rate TO WS-Pty-Addl-Med-Rate(WS-Ptx-Row-Count)
                    MOVE Ptx-Input-Addl-Med-Floor TO WS-Pty-Addl-Med-Floor(WS-Ptx-Row-Count)
                END-IF
        END-READ
    END-PERFORM
    CLOSE Payroll-Tax-File
    IF WS-Ptx-Row-Count > 0 THEN
        SET Payroll-Tax-Loaded TO TRUE
        DISPLAY 'Payroll tax table loaded: ', WS-Ptx-Row-Count, ' tax year(s).'
    END-IF
END-IF.

LOAD-SUBCAT-DEFS-SECT.
MOVE 0 TO WS-Subcat-Def-Count.
OPEN INPUT Subcat-Def-File.
        MOVE WS-Rsub-Amount(WS-Rsub-Idx) TO SubD-Raw-Amount
        COMPUTE SubD-Yearly-Amount = WS-Rsub-Amount(WS-Rsub-Idx)
            * Cat-Multiplier(WS-Rsub-Parent(WS-Rsub-Idx))
        MOVE WS-Run-ID TO SubD-Run-ID
        WRITE Subcat-Detail-Record
        SET Rjn-After-Image TO TRUE
        MOVE WS-FN-Subcat-Detail TO WS-Rjn-File-Name
        MOVE Subcat-Detail-Record TO WS-Rjn-Record
        CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
        ADD 1 TO WS-Part-Subcat-Rows
    END-PERFORM
    CLOSE Subcat-Detail-File
ELSE
*> floor and the next taxed at its own rate. WS-Marginal-Tax carries
*> the blended total; WS-Effective-Tax-Rate stays relative to the
*> full salary, the blended figure the breakdown and history carry.
*> Brackets, source rates and deduction limits are those of the tax
*> year the budget period falls in.
PERFORM SELECT-TAX-YEAR-SECT.
PERFORM COMPUTE-NONWAGE-TAX-SECT.
PERFORM COMPUTE-PRETAX-DEDUCTIONS-SECT.
COMPUTE WS-Taxable-Salary = Salary - WS-Nonwage-Income - WS-Pretax-Total.
    END-IF
END-PERFORM.
ADD WS-Nonwage-Tax TO WS-Marginal-Tax.
MOVE WS-Marginal-Tax TO WS-Federal-Tax.
PERFORM COMPUTE-STATE-TAX-SECT.
ADD WS-State-Tax TO WS-Marginal-Tax.
MOVE Salary TO WS-Divide-Guard-Divisor.
PERFORM DIVIDE-GUARD-SECT.
COMPUTE WS-Effective-Tax-Rate ROUNDED = (WS-Marginal-Tax / WS-Divide-Guard-Divisor) * 100.

SELECT-TAX-YEAR-SECT.
*> Picks the bracket, source-rate, deduction-limit and payroll-tax
*> tables for the year of the run's budget period: for each, the latest tax year on
*> file not after it (undated rows count as year 0), or the earliest
*> year when the file only holds later ones. The pick stands until a
*> run for another year comes along.
IF WS-Budget-Period > 0 THEN
    MOVE WS-Budget-Period(1:4) TO WS-Tax-Year-Wanted
ELSE
    MOVE FUNCTION CURRENT-DATE(1:4) TO WS-Tax-Year-Wanted
END-IF.
IF WS-Tax-Year-Wanted = WS-Tax-Year-Selected-For THEN
    EXIT PARAGRAPH
END-IF.
MOVE WS-Tax-Year-Wanted TO WS-Tax-Year-Selected-For.
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
IF (WS-Bracket-Row-Count > 0) AND (WS-Bracket-Table-Year NOT = WS-Tax-Year-Wanted) THEN
    IF WS-Bracket-Table-Year = 0 THEN
        DISPLAY 'NOTICE: no tax brackets dated ', WS-Tax-Year-Wanted, ' - taxing with the undated bracket table.'
    ELSE
        DISPLAY 'NOTICE: no tax brackets dated ', WS-Tax-Year-Wanted, ' - taxing with the ',
            WS-Bracket-Table-Year, ' brackets.'
    END-IF
END-IF.
PERFORM PICK-YEAR-RESET-SECT.
PERFORM VARYING WS-Sty-Idx FROM 1 BY 1 UNTIL WS-Sty-Idx > WS-Stx-Row-Count
    MOVE WS-Sty-Year(WS-Sty-Idx) TO WS-Pick-Candidate
    PERFORM PICK-YEAR-CANDIDATE-SECT
END-PERFORM.
PERFORM PICK-YEAR-RESOLVE-SECT.
MOVE WS-Pick-Year TO WS-Stx-Table-Year.
MOVE 0 TO WS-Source-Tax-Count.
PERFORM VARYING WS-Sty-Idx FROM 1 BY 1 UNTIL WS-Sty-Idx > WS-Stx-Row-Count
    IF (WS-Sty-Year(WS-Sty-Idx) = WS-Stx-Table-Year) AND (WS-Source-Tax-Count < 5) THEN
        ADD 1 TO WS-Source-Tax-Count
        MOVE WS-Sty-Type(WS-Sty-Idx) TO WS-Stx-Type(WS-Source-Tax-Count)
        MOVE WS-Sty-Rate(WS-Sty-Idx) TO WS-Stx-Rate(WS-Source-Tax-Count)
    END-IF
END-PERFORM.
PERFORM PICK-YEAR-RESET-SECT.
PERFORM VARYING WS-Dlm-Idx FROM 1 BY 1 UNTIL WS-Dlm-Idx > WS-Deduction-Limit-Count
    MOVE WS-Dlm-Year(WS-Dlm-Idx) TO WS-Pick-Candidate
    PERFORM PICK-YEAR-CANDIDATE-SECT
END-PERFORM.
PERFORM PICK-YEAR-RESOLVE-SECT.
MOVE WS-Pick-Year TO WS-Lim-Table-Year.
IF Payroll-Tax-Loaded THEN
    PERFORM PICK-YEAR-RESET-SECT
    PERFORM VARYING WS-Pty-Idx FROM 1 BY 1 UNTIL WS-Pty-Idx > WS-Ptx-Row-Count
        MOVE WS-Pty-Year(WS-Pty-Idx) TO WS-Pick-Candidate
        PERFORM PICK-YEAR-CANDIDATE-SECT
    END-PERFORM
    PERFORM PICK-YEAR-RESOLVE-SECT
    PERFORM VARYING WS-Pty-Idx FROM 1 BY 1 UNTIL WS-Pty-Idx > WS-Ptx-Row-Count
        IF WS-Pty-Year(WS-Pty-Idx) = WS-Pick-Year THEN
            MOVE WS-Pty-Year(WS-Pty-Idx) TO WS-Ptx-Year
            MOVE WS-Pty-SS-Rate(WS-Pty-Idx) TO WS-Ptx-SS-Rate
            MOVE WS-Pty-SS-Wage-Base(WS-Pty-Idx) TO WS-Ptx-SS-Wage-Base
            MOVE WS-Pty-Med-Rate(WS-Pty-Idx) TO WS-Ptx-Med-Rate
            MOVE WS-Pty-Addl-Med-Rate(WS-Pty-Idx) TO WS-Ptx-Addl-Med-Rate
            MOVE WS-Pty-Addl-Med-Floor(WS-Pty-Idx) TO WS-Ptx-Addl-Med-Floor
        END-IF
    END-PERFORM
    IF WS-Ptx-Year NOT = WS-Tax-Year-Wanted THEN
        DISPLAY 'NOTICE: no payroll tax row for ', WS-Tax-Year-Wanted, ' - using the ',
            WS-Ptx-Year, ' Social Security wage base $', WS-Ptx-SS-Wage-Base, '.'
    END-IF
END-IF.

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

FIND-TAX-LOCALITY-SECT.
*> The state/locality code on the master for the run's Employee-ID
*> (Partner 1 on a joint run); spaces when none is recorded.
MOVE SPACES TO WS-Tax-Locality.
PERFORM VARYING Empl-Idx FROM 1 BY 1 UNTIL Empl-Idx > WS-Employee-Master-Count
    IF WS-Empl-ID(Empl-Idx) = Employee-ID THEN
        MOVE WS-Empl-Tax-Locality(Empl-Idx) TO WS-Tax-Locality
    END-IF
END-PERFORM.

COMPUTE-STATE-TAX-SECT.
*> State/local tax on the salary less the pre-tax deductions, from
*> the rows for the employee's code: each B row taxes the band up to
*> the next row's floor, each F row taxes everything above its floor
*> at a flat rate.
MOVE 0 TO WS-State-Tax.
MOVE 0 TO WS-Stt-Rows-Found.
PERFORM FIND-TAX-LOCALITY-SECT.
IF (WS-Tax-Locality = SPACES) OR (WS-State-Tax-Count = 0) THEN
    EXIT PARAGRAPH
END-IF.
COMPUTE WS-State-Taxable = Salary - WS-Pretax-Total.
IF WS-State-Taxable < 0 THEN
    MOVE 0 TO WS-State-Taxable
END-IF.
PERFORM VARYING WS-Stt-Idx FROM 1 BY 1 UNTIL WS-Stt-Idx > WS-State-Tax-Count
    IF WS-Stt-Locality(WS-Stt-Idx) = WS-Tax-Locality THEN
        ADD 1 TO WS-Stt-Rows-Found
        MOVE 99999999 TO WS-Bracket-Upper
        IF (NOT Stt-Flat-Rate(WS-Stt-Idx)) AND (WS-Stt-Idx < WS-State-Tax-Count) THEN
            IF WS-Stt-Locality(WS-Stt-Idx + 1) = WS-Tax-Locality THEN
                MOVE WS-Stt-Floor(WS-Stt-Idx + 1) TO WS-Bracket-Upper
            END-IF
        END-IF
        IF WS-State-Taxable > WS-Stt-Floor(WS-Stt-Idx) THEN
            IF WS-State-Taxable < WS-Bracket-Upper THEN
                COMPUTE WS-Bracket-Band = WS-State-Taxable - WS-Stt-Floor(WS-Stt-Idx)
            ELSE
                COMPUTE WS-Bracket-Band = WS-Bracket-Upper - WS-Stt-Floor(WS-Stt-Idx)
            END-IF
            COMPUTE WS-State-Tax ROUNDED = WS-State-Tax
                + (WS-Bracket-Band * (WS-Stt-Rate(WS-Stt-Idx) / 100))
        END-IF
    END-IF
END-PERFORM.
IF WS-Stt-Rows-Found = 0 THEN
    DISPLAY 'STATE TAX WARNING: code "', WS-Tax-Locality, '" for employee ', Employee-ID,
        ' is not on WTM-STATE-TAX.DAT - no state/local tax computed.'
END-IF.

COMPUTE-PAYROLL-TAX-SECT.
*> Social Security and Medicare on wage income. A joint run has two
*> earners, each capped at the wage base on their own salary; a
*> single run's earner is the base salary plus its W income lines.
*> The untyped and non-wage income never enters the wage figure.
MOVE 0 TO WS-SS-Tax.
MOVE 0 TO WS-Medicare-Tax.
IF NOT Payroll-Tax-Loaded THEN
    EXIT PARAGRAPH
END-IF.
*> The rates and wage base of the budget period's tax year (a run
*> on the keyed flat tax percent never went through the brackets).
PERFORM SELECT-TAX-YEAR-SECT.
IF WS-Household-ID > 0 THEN
    MOVE WS-Joint-Salary-1 TO WS-Ptx-Earner-Wages(1)
    MOVE WS-Joint-Salary-2 TO WS-Ptx-Earner-Wages(2)
ELSE
    MOVE WS-Base-Salary TO WS-Ptx-Earner-Wages(1)
    MOVE 0 TO WS-Ptx-Earner-Wages(2)
    PERFORM VARYING WS-Inc-Idx FROM 1 BY 1 UNTIL WS-Inc-Idx > WS-Income-Line-Count
        IF WS-Inc-Type(WS-Inc-Idx) = "W" THEN
            ADD WS-Inc-Annualized(WS-Inc-Idx) TO WS-Ptx-Earner-Wages(1)
        END-IF
    END-PERFORM
END-IF.
MOVE 0 TO WS-Ptx-Total-Wages.
PERFORM VARYING WS-Ptx-Earner-Idx FROM 1 BY 1 UNTIL WS-Ptx-Earner-Idx > 2
    MOVE WS-Ptx-Earner-Wages(WS-Ptx-Earner-Idx) TO WS-Ptx-SS-Wages
    IF WS-Ptx-SS-Wages > WS-Ptx-SS-Wage-Base THEN
        MOVE WS-Ptx-SS-Wage-Base TO WS-Ptx-SS-Wages
    END-IF
    COMPUTE WS-SS-Tax ROUNDED = WS-SS-Tax + (WS-Ptx-SS-Wages * (WS-Ptx-SS-Rate / 100))
    ADD WS-Ptx-Earner-Wages(WS-Ptx-Earner-Idx) TO WS-Ptx-Total-Wages
END-PERFORM.
COMPUTE WS-Medicare-Tax ROUNDED = WS-Ptx-Total-Wages * (WS-Ptx-Med-Rate / 100).
IF WS-Ptx-Total-Wages > WS-Ptx-Addl-Med-Floor THEN
    COMPUTE WS-Medicare-Tax ROUNDED = WS-Medicare-Tax
        + ((WS-Ptx-Total-Wages - WS-Ptx-Addl-Med-Floor) * (WS-Ptx-Addl-Med-Rate / 100))
END-IF.
DISPLAY 'Payroll tax on $', WS-Ptx-Total-Wages, ' of wages: Social Security $', WS-SS-Tax,
    ', Medicare $', WS-Medicare-Tax, '.'.

LOAD-SOURCE-TAX-SECT.
*> All tax years' rates; SELECT-TAX-YEAR-SECT fills the active table.
MOVE 0 TO WS-Source-Tax-Count.
MOVE 0 TO WS-Stx-Row-Count.
OPEN INPUT Source-Tax-File.
IF WS-Source-Tax-Status = "00" THEN
    PERFORM UNTIL WS-Source-Tax-Status NOT = "00"
        READ Source-Tax-File
            AT END EXIT PERFORM
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
    END-PERFORM
    CLOSE Source-Tax-File
END-IF.

LOAD-DEDUCTION-LIMITS-SECT.
*> Election limits for every tax year on file, plus the birth dates
*> that place an employee in an age band. Either file missing means
*> elections run uncapped (limits) or at the base band (birth dates).
MOVE 0 TO WS-Deduction-Limit-Count.
OPEN INPUT Deduction-Limit-File.
IF WS-Deduction-Limit-Status = "00" THEN
    PERFORM UNTIL WS-Deduction-Limit-Status NOT = "00"
        READ Deduction-Limit-File
            AT END EXIT PERFORM
            NOT AT END
                IF (Rtl-Limit IS NUMERIC) AND (WS-Deduction-Limit-Count < 60) THEN
                    ADD 1 TO WS-Deduction-Limit-Count
                    MOVE Rtl-Tax-Year TO WS-Dlm-Year(WS-Deduction-Limit-Count)
                    MOVE Rtl-Plan-Code TO WS-Dlm-Code(WS-Deduction-Limit-Count)
                    MOVE Rtl-Min-Age TO WS-Dlm-Min-Age(WS-Deduction-Limit-Count)
                    MOVE Rtl-Max-Age TO WS-Dlm-Max-Age(WS-Deduction-Limit-Count)
                    MOVE Rtl-Limit TO WS-Dlm-Limit(WS-Deduction-Limit-Count)
                END-IF
        END-READ
    END-PERFORM
    CLOSE Deduction-Limit-File
END-IF.
MOVE 0 TO WS-Birth-Date-Count.
OPEN INPUT Birth-Date-File.
IF WS-Birth-Date-Status = "00" THEN
    PERFORM UNTIL WS-Birth-Date-Status NOT = "00"
        READ Birth-Date-File
            AT END EXIT PERFORM
            NOT AT END
                IF (Bdt-Birth-Date IS NUMERIC) AND (WS-Birth-Date-Count < 500) THEN
                    ADD 1 TO WS-Birth-Date-Count
                    MOVE Bdt-Employee-ID TO WS-Bdt-ID(WS-Birth-Date-Count)
                    MOVE Bdt-Birth-Date TO WS-Bdt-Date(WS-Birth-Date-Count)
                END-IF
        END-READ
    END-PERFORM
    CLOSE Birth-Date-File
END-IF.

APPLY-DEDUCTION-LIMIT-SECT.
*> Caps WS-Pretax-Line-Amount at the limit for the election's code in
*> the run's limit year: the band holding the employee's age at the
*> end of that year, else the base band (minimum age 0). A code with
*> no limit row is not capped.
MOVE "N" TO WS-Dlm-Capped-Flag.
MOVE "N" TO WS-Dlm-Cap-Flag.
IF WS-Deduction-Limit-Count = 0 THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-Dlm-Age-Known-Flag.
PERFORM VARYING WS-Bdt-Idx FROM 1 BY 1 UNTIL WS-Bdt-Idx > WS-Birth-Date-Count
    IF WS-Bdt-ID(WS-Bdt-Idx) = Employee-ID THEN
        MOVE WS-Bdt-Date(WS-Bdt-Idx)(1:4) TO WS-Dlm-Birth-Year
        IF WS-Dlm-Birth-Year NOT > WS-Tax-Year-Wanted THEN
            COMPUTE WS-Dlm-Age = WS-Tax-Year-Wanted - WS-Dlm-Birth-Year
            SET Dlm-Age-Known TO TRUE
        END-IF
    END-IF
END-PERFORM.
PERFORM VARYING WS-Dlm-Idx FROM 1 BY 1 UNTIL WS-Dlm-Idx > WS-Deduction-Limit-Count
    IF (WS-Dlm-Year(WS-Dlm-Idx) = WS-Lim-Table-Year)
        AND (WS-Dlm-Code(WS-Dlm-Idx) = WS-EmpD-Code(WS-EmpD-Idx)) THEN
        IF (WS-Dlm-Min-Age(WS-Dlm-Idx) = 0) AND (NOT Dlm-Cap-Found) THEN
            MOVE WS-Dlm-Limit(WS-Dlm-Idx) TO WS-Dlm-Cap
            SET Dlm-Cap-Found TO TRUE
        END-IF
        IF Dlm-Age-Known
            AND (WS-Dlm-Age NOT < WS-Dlm-Min-Age(WS-Dlm-Idx))
            AND (WS-Dlm-Age NOT > WS-Dlm-Max-Age(WS-Dlm-Idx)) THEN
            MOVE WS-Dlm-Limit(WS-Dlm-Idx) TO WS-Dlm-Cap
            SET Dlm-Cap-Found TO TRUE
        END-IF
    END-IF
END-PERFORM.
IF Dlm-Cap-Found AND (WS-Pretax-Line-Amount > WS-Dlm-Cap) THEN
    MOVE WS-Dlm-Cap TO WS-Pretax-Line-Amount
    SET Dlm-Line-Capped TO TRUE
END-IF.

FIND-SOURCE-RATE-SECT.
*> Rate for the income type in WS-Inc-Type-Input; wages (W) and any
*> unlisted type stay in the marginal wage base.
            ELSE
                MOVE WS-EmpD-Value(WS-EmpD-Idx) TO WS-Pretax-Line-Amount
            END-IF
            PERFORM APPLY-DEDUCTION-LIMIT-SECT
            IF Dlm-Line-Capped THEN
                DISPLAY 'DEDUCTION NOTE: ', WS-EmpD-Code(WS-EmpD-Idx), ' election for employee ', Employee-ID,
                    ' capped at the ', WS-Lim-Table-Year, ' limit of $', WS-Dlm-Cap, '.'
            END-IF
            ADD WS-Pretax-Line-Amount TO WS-Pretax-Total
        END-IF
    END-IF
    MOVE Salary TO WS-Pretax-Total
END-IF.

LOAD-GARNISH-ORDERS-SECT.
*> The garnishment orders served on employees and what each has had
*> applied so far. The ledger is read from the live file even in a
*> partition job, whose own rows go to its -Pnn copy.
MOVE 0 TO WS-Garn-Order-Count.
OPEN INPUT Garnish-Order-File.
IF WS-Garnish-Order-Status = "00" THEN
    PERFORM UNTIL WS-Garnish-Order-Status NOT = "00"
        READ Garnish-Order-File
            AT END EXIT PERFORM
            NOT AT END
                IF WS-Garn-Order-Count < 300 THEN
                    ADD 1 TO WS-Garn-Order-Count
                    MOVE Garnish-Order-Record TO WS-Garn-Order-Row(WS-Garn-Order-Count)
                ELSE
                    DISPLAY 'WARNING: more than 300 garnishment orders on file - the rest are not applied.'
                    EXIT PERFORM
                END-IF
        END-READ
    END-PERFORM
    CLOSE Garnish-Order-File
END-IF.
MOVE 0 TO WS-Garn-Ledger-Count.
IF WS-Garn-Order-Count = 0 THEN
    EXIT PARAGRAPH
END-IF.
OPEN INPUT Garnish-Ledger-Read-File.
IF WS-Garnish-Ledger-Read-Status = "00" THEN
    PERFORM UNTIL WS-Garnish-Ledger-Read-Status NOT = "00"
        READ Garnish-Ledger-Read-File
            AT END EXIT PERFORM
            NOT AT END
                MOVE Glr-Employee-ID TO Gle-Employee-ID
                MOVE Glr-Order-No TO Gle-Order-No
                MOVE Glr-Period TO Gle-Period
                MOVE Glr-Applied-Monthly TO Gle-Applied-Monthly
                PERFORM NOTE-GARNISH-LEDGER-SECT
        END-READ
    END-PERFORM
    CLOSE Garnish-Ledger-Read-File
END-IF.
IF Gled-Table-Full THEN
    DISPLAY 'WARNING: more than 2000 garnishment ledger rows - order balances are understated.'
END-IF.

NOTE-GARNISH-LEDGER-SECT.
*> Takes the ledger row in Gle- fields into the table; a later row
*> for the same employee, order, and period replaces the earlier one.
MOVE 0 TO WS-Gled-Slot.
PERFORM VARYING WS-Gled-Idx FROM 1 BY 1 UNTIL WS-Gled-Idx > WS-Garn-Ledger-Count
    IF (WS-Gled-ID(WS-Gled-Idx) = Gle-Employee-ID) AND (WS-Gled-Order(WS-Gled-Idx) = Gle-Order-No)
        AND (WS-Gled-Period(WS-Gled-Idx) = Gle-Period) THEN
        MOVE WS-Gled-Idx TO WS-Gled-Slot
    END-IF
END-PERFORM.
IF WS-Gled-Slot = 0 THEN
    IF WS-Garn-Ledger-Count < 2000 THEN
        ADD 1 TO WS-Garn-Ledger-Count
        MOVE WS-Garn-Ledger-Count TO WS-Gled-Slot
        MOVE Gle-Employee-ID TO WS-Gled-ID(WS-Gled-Slot)
        MOVE Gle-Order-No TO WS-Gled-Order(WS-Gled-Slot)
        MOVE Gle-Period TO WS-Gled-Period(WS-Gled-Slot)
    ELSE
        SET Gled-Table-Full TO TRUE
    END-IF
END-IF.
IF WS-Gled-Slot > 0 THEN
    MOVE Gle-Applied-Monthly TO WS-Gled-Applied(WS-Gled-Slot)
END-IF.

APPLY-GARNISHMENTS-SECT.
*> Court and agency orders come out of pay after tax, so they are
*> held against disposable income - the employee's pay less the
*> Taxes category - not against gross salary. The orders in force for
*> the budget period are applied in priority order, each up to its
*> own legal limit (see WTM-GARNISH-ORDER-REC.cpy) and never past what
*> disposable income has left; an order with a fixed amount owed
*> stops at what remains of it. The total joins Total_Expenses, so
*> Extra is what is left after the orders are paid.
MOVE 0 TO WS-Garn-Run-Count.
MOVE 0 TO WS-Garnish-Total.
MOVE 0 TO WS-Garnish-Percent.
IF WS-Garn-Order-Count = 0 THEN
    EXIT PARAGRAPH
END-IF.
COMPUTE WS-Garn-Period-From = (WS-Budget-Period * 100) + 1.
COMPUTE WS-Garn-Period-To = (WS-Budget-Period * 100) + 31.
PERFORM VARYING WS-Garn-Idx FROM 1 BY 1 UNTIL WS-Garn-Idx > WS-Garn-Order-Count
    MOVE WS-Garn-Order-Row(WS-Garn-Idx) TO Garnish-Order-Record
    IF (Gor-Employee-ID = Employee-ID) AND (Gor-Start-Date <= WS-Garn-Period-To)
        AND ((Gor-End-Date = 0) OR (Gor-End-Date >= WS-Garn-Period-From)) THEN
        IF WS-Garn-Run-Count < 10 THEN
            ADD 1 TO WS-Garn-Run-Count
            MOVE WS-Garn-Idx TO WS-Grun-Order-Idx(WS-Garn-Run-Count)
            COMPUTE WS-Grun-Sort-Key(WS-Garn-Run-Count) = (Gor-Priority * 1000) + Gor-Order-No
        ELSE
            DISPLAY 'WARNING: employee ', Employee-ID, ' has more than 10 garnishment orders in force - order ',
                Gor-Order-No, ' is not applied.'
        END-IF
    END-IF
END-PERFORM.
IF WS-Garn-Run-Count = 0 THEN
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING WS-Grun-Idx FROM 1 BY 1 UNTIL WS-Grun-Idx >= WS-Garn-Run-Count
    PERFORM VARYING WS-Grun-Idx-2 FROM 1 BY 1 UNTIL WS-Grun-Idx-2 > WS-Garn-Run-Count - WS-Grun-Idx
        IF WS-Grun-Sort-Key(WS-Grun-Idx-2) > WS-Grun-Sort-Key(WS-Grun-Idx-2 + 1) THEN
            MOVE WS-Grun-Entry(WS-Grun-Idx-2) TO WS-Grun-Swap
            MOVE WS-Grun-Entry(WS-Grun-Idx-2 + 1) TO WS-Grun-Entry(WS-Grun-Idx-2)
            MOVE WS-Grun-Swap TO WS-Grun-Entry(WS-Grun-Idx-2 + 1)
        END-IF
    END-PERFORM
END-PERFORM.
*> On a joint run the orders are Partner 1's alone, so they are held
*> against Partner 1's own pay less Partner 1's share of the household
*> tax - the income share the contribution split charges Taxes by.
IF Joint-Split-Active THEN
    IF (WS-Joint-Salary-1 + WS-Joint-Secondary-1 + WS-Joint-Salary-2 + WS-Joint-Secondary-2) > 0 THEN
        COMPUTE WS-Joint-Income-Share-1 ROUNDED =
            (WS-Joint-Salary-1 + WS-Joint-Secondary-1) /
            (WS-Joint-Salary-1 + WS-Joint-Secondary-1 + WS-Joint-Salary-2 + WS-Joint-Secondary-2)
    ELSE
        MOVE 0.5 TO WS-Joint-Income-Share-1
    END-IF
    COMPUTE WS-Garn-Disposable ROUNDED = WS-Joint-Salary-1 -
        (Cat-Yearly-Amount(Cat-Taxes) * WS-Joint-Income-Share-1)
ELSE
    COMPUTE WS-Garn-Disposable = WS-Base-Salary - Cat-Yearly-Amount(Cat-Taxes)
END-IF.
IF WS-Garn-Disposable < 0 THEN
    MOVE 0 TO WS-Garn-Disposable
END-IF.
MOVE 0 TO WS-Garn-Taken-All.
MOVE 0 TO WS-Garn-Taken-Support.
MOVE 0 TO WS-Garn-Taken-Admin.
PERFORM VARYING WS-Grun-Idx FROM 1 BY 1 UNTIL WS-Grun-Idx > WS-Garn-Run-Count
    PERFORM APPLY-ONE-GARNISHMENT-SECT
END-PERFORM.
ADD WS-Garnish-Total TO Total_Expenses.
MOVE Salary TO WS-Divide-Guard-Divisor.
PERFORM DIVIDE-GUARD-SECT.
PERFORM VARYING WS-Grun-Idx FROM 1 BY 1 UNTIL WS-Grun-Idx > WS-Garn-Run-Count
    COMPUTE WS-Grun-Percent(WS-Grun-Idx) ROUNDED = (WS-Grun-Applied-Yr(WS-Grun-Idx) / WS-Divide-Guard-Divisor) * 100
    ADD WS-Grun-Percent(WS-Grun-Idx) TO WS-Garnish-Percent
END-PERFORM.

APPLY-ONE-GARNISHMENT-SECT.
MOVE WS-Garn-Order-Row(WS-Grun-Order-Idx(WS-Grun-Idx)) TO Garnish-Order-Record.
MOVE Gor-Order-No TO WS-Grun-Order-No(WS-Grun-Idx).
MOVE Gor-Order-Type TO WS-Grun-Type(WS-Grun-Idx).
MOVE Gor-Case-Ref TO WS-Grun-Case-Ref(WS-Grun-Idx).
MOVE "N" TO WS-Grun-Limited(WS-Grun-Idx).
MOVE "N" TO WS-Grun-Balance-Cut(WS-Grun-Idx).
IF Gor-Percent THEN
    COMPUTE WS-Garn-Requested ROUNDED = WS-Garn-Disposable * (Gor-Amount / 100)
ELSE
    COMPUTE WS-Garn-Requested = Gor-Amount * 12
END-IF.
COMPUTE WS-Grun-Requested-Mo(WS-Grun-Idx) ROUNDED = WS-Garn-Requested / 12.
IF Gor-Total-Owed > 0 THEN
    MOVE 0 TO WS-Garn-Paid
    PERFORM VARYING WS-Gled-Idx FROM 1 BY 1 UNTIL WS-Gled-Idx > WS-Garn-Ledger-Count
        IF (WS-Gled-ID(WS-Gled-Idx) = Gor-Employee-ID) AND (WS-Gled-Order(WS-Gled-Idx) = Gor-Order-No)
            AND (WS-Gled-Period(WS-Gled-Idx) NOT = WS-Budget-Period) THEN
            ADD WS-Gled-Applied(WS-Gled-Idx) TO WS-Garn-Paid
        END-IF
    END-PERFORM
    COMPUTE WS-Garn-Remaining = Gor-Total-Owed - WS-Garn-Paid
    IF WS-Garn-Remaining < 0 THEN
        MOVE 0 TO WS-Garn-Remaining
    END-IF
    IF WS-Garn-Remaining < WS-Grun-Requested-Mo(WS-Grun-Idx) THEN
        COMPUTE WS-Garn-Requested = WS-Garn-Remaining * 12
        MOVE "Y" TO WS-Grun-Balance-Cut(WS-Grun-Idx)
    END-IF
END-IF.
EVALUATE TRUE
    WHEN Gor-Support
        MOVE WS-Garn-Support-Pct TO WS-Garn-Cap-Pct
        IF Gor-Other-Family = "Y" THEN
            MOVE WS-Garn-Support-Other-Pct TO WS-Garn-Cap-Pct
        END-IF
        IF Gor-Arrears = "Y" THEN
            ADD WS-Garn-Arrears-Add-Pct TO WS-Garn-Cap-Pct
        END-IF
        COMPUTE WS-Garn-Room ROUNDED = (WS-Garn-Disposable * (WS-Garn-Cap-Pct / 100)) - WS-Garn-Taken-Support
    WHEN Gor-Creditor
        MOVE WS-Garn-Creditor-Pct TO WS-Garn-Cap-Pct
        COMPUTE WS-Garn-Room ROUNDED = (WS-Garn-Disposable * (WS-Garn-Creditor-Pct / 100)) - WS-Garn-Taken-All
        COMPUTE WS-Garn-Room-2 = WS-Garn-Disposable - WS-Garn-Protected-Annual - WS-Garn-Taken-All
        IF WS-Garn-Room-2 < WS-Garn-Room THEN
            MOVE WS-Garn-Room-2 TO WS-Garn-Room
        END-IF
    WHEN Gor-Admin
        MOVE WS-Garn-Admin-Pct TO WS-Garn-Cap-Pct
        COMPUTE WS-Garn-Room ROUNDED = (WS-Garn-Disposable * (WS-Garn-Admin-Pct / 100)) - WS-Garn-Taken-Admin
        COMPUTE WS-Garn-Room-2 ROUNDED = (WS-Garn-Disposable * (WS-Garn-Creditor-Pct / 100)) - WS-Garn-Taken-All
        IF WS-Garn-Room-2 < WS-Garn-Room THEN
            MOVE WS-Garn-Room-2 TO WS-Garn-Room
        END-IF
    WHEN OTHER
        MOVE 100 TO WS-Garn-Cap-Pct
        COMPUTE WS-Garn-Room = WS-Garn-Disposable - WS-Garn-Protected-Annual - WS-Garn-Taken-All
END-EVALUATE.
COMPUTE WS-Garn-Room-2 = WS-Garn-Disposable - WS-Garn-Taken-All.
IF WS-Garn-Room-2 < WS-Garn-Room THEN
    MOVE WS-Garn-Room-2 TO WS-Garn-Room
END-IF.
IF WS-Garn-Room < 0 THEN
    MOVE 0 TO WS-Garn-Room
END-IF.
MOVE WS-Garn-Cap-Pct TO WS-Grun-Cap-Pct(WS-Grun-Idx).
IF WS-Garn-Requested > WS-Garn-Room THEN
    MOVE WS-Garn-Room TO WS-Garn-Applied
    MOVE "Y" TO WS-Grun-Limited(WS-Grun-Idx)
ELSE
    MOVE WS-Garn-Requested TO WS-Garn-Applied
END-IF.
COMPUTE WS-Grun-Applied-Mo(WS-Grun-Idx) ROUNDED = WS-Garn-Applied / 12.
COMPUTE WS-Grun-Applied-Yr(WS-Grun-Idx) = WS-Grun-Applied-Mo(WS-Grun-Idx) * 12.
ADD WS-Grun-Applied-Yr(WS-Grun-Idx) TO WS-Garn-Taken-All.
ADD WS-Grun-Applied-Yr(WS-Grun-Idx) TO WS-Garnish-Total.
IF Gor-Support THEN
    ADD WS-Grun-Applied-Yr(WS-Grun-Idx) TO WS-Garn-Taken-Support
END-IF.
IF Gor-Admin THEN
    ADD WS-Grun-Applied-Yr(WS-Grun-Idx) TO WS-Garn-Taken-Admin
END-IF.

ITEMIZE-GARNISHMENTS-SECT.
*> One line per order applied, so what the order asked for and what
*> the limits let through can be seen side by side.
MOVE WS-Garn-Disposable TO WS-Money-Disp.
DISPLAY 'GARNISHMENTS (after tax, in priority order - disposable income $', FUNCTION TRIM(WS-Money-Disp), ' a year):'.
PERFORM VARYING WS-Grun-Idx FROM 1 BY 1 UNTIL WS-Grun-Idx > WS-Garn-Run-Count
    MOVE WS-Grun-Requested-Mo(WS-Grun-Idx) TO WS-Money-Disp
    MOVE WS-Grun-Applied-Mo(WS-Grun-Idx) TO WS-Money-Disp-2
    DISPLAY '  ', WS-Grun-Type(WS-Grun-Idx), '-', WS-Grun-Order-No(WS-Grun-Idx), ' ', WS-Grun-Case-Ref(WS-Grun-Idx),
        ' ordered $', FUNCTION TRIM(WS-Money-Disp), ' a month, applied $', FUNCTION TRIM(WS-Money-Disp-2)
    IF WS-Grun-Limited(WS-Grun-Idx) = "Y" THEN
        IF WS-Grun-Type(WS-Grun-Idx) = "T" THEN
            DISPLAY '    held to the protected minimum of $', WS-Garn-Protected-Annual, ' a year'
        ELSE
            DISPLAY '    held to the ', WS-Grun-Cap-Pct(WS-Grun-Idx), '% disposable-income limit (after higher-priority orders)'
        END-IF
    END-IF
    IF WS-Grun-Balance-Cut(WS-Grun-Idx) = "Y" THEN
        DISPLAY '    limited to the balance remaining on the order'
    END-IF
END-PERFORM.

WRITE-GARNISH-LEDGER-SECT.
*> One ledger row per order applied by the saved run, so WTM-GARNISH
*> can show what each order has been paid and has left to run.
SET File-Ctl-Verify TO TRUE.
MOVE WS-FN-Garnish-Ledger TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN EXTEND Garnish-Ledger-File.
IF WS-Garnish-Ledger-Status = "35" THEN
    OPEN OUTPUT Garnish-Ledger-File
END-IF.
IF WS-Garnish-Ledger-Status = "00" THEN
    PERFORM VARYING WS-Grun-Idx FROM 1 BY 1 UNTIL WS-Grun-Idx > WS-Garn-Run-Count
        MOVE Employee-ID TO Gle-Employee-ID
        MOVE WS-Grun-Order-No(WS-Grun-Idx) TO Gle-Order-No
        MOVE WS-Budget-Period TO Gle-Period
        MOVE WS-Grun-Type(WS-Grun-Idx) TO Gle-Order-Type
        MOVE WS-Grun-Requested-Mo(WS-Grun-Idx) TO Gle-Requested-Monthly
        MOVE WS-Grun-Applied-Mo(WS-Grun-Idx) TO Gle-Applied-Monthly
        MOVE WS-Grun-Limited(WS-Grun-Idx) TO Gle-Limited
        MOVE Hist-Run-Date TO Gle-Run-Date
        MOVE WS-Stamp-Operator-ID TO Gle-Operator-ID
        MOVE WS-Run-ID TO Gle-Run-ID
        WRITE Garnish-Ledger-Record
        SET Rjn-After-Image TO TRUE
        MOVE WS-FN-Garnish-Ledger TO WS-Rjn-File-Name
        MOVE Garnish-Ledger-Record TO WS-Rjn-Record
        CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
        ADD 1 TO WS-Part-Garnish-Rows
        PERFORM NOTE-GARNISH-LEDGER-SECT
    END-PERFORM
    CLOSE Garnish-Ledger-File
    IF NOT Partition-Run THEN
        SET File-Ctl-Register TO TRUE
        MOVE WS-FN-Garnish-Ledger TO WS-File-Ctl-Name
        CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result
    END-IF
ELSE
    DISPLAY 'WARNING: could not write ', FUNCTION TRIM(WS-FN-Garnish-Ledger), ', file status ', WS-Garnish-Ledger-Status
END-IF.

ITEMIZE-DEDUCTIONS-SECT.
*> Deduction lines on the breakdown (console and printed report) so
*> the true-tax figure is explainable at a glance.
                    MOVE WS-EmpD-Value(WS-EmpD-Idx) TO WS-Pretax-Line-Amount
                    DISPLAY '  ', WS-EmpD-Code(WS-EmpD-Idx), ' ', WS-Ded-Desc(WS-Ded-Scan), ' flat $', WS-Pretax-Line-Amount
                END-IF
                PERFORM APPLY-DEDUCTION-LIMIT-SECT
                IF Dlm-Line-Capped THEN
                    DISPLAY '    capped at the ', WS-Lim-Table-Year, ' limit: $', WS-Pretax-Line-Amount
                END-IF
            END-IF
        END-IF
    END-PERFORM
    MOVE WS-Verify-First TO Kvl-First-Value
    MOVE WS-Verify-Second TO Kvl-Second-Value
    WRITE Keyverify-Log-Record
    SET Rjn-After-Image TO TRUE
    MOVE WS-FN-Keyverify-Log TO WS-Rjn-File-Name
    MOVE Keyverify-Log-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    CLOSE Keyverify-Log-File
END-IF.

*> on disk yet the programs fall back to free-typed names, the same
*> missing-file fallback LOAD-MESSAGE-CONFIG-SECT uses.
MOVE 0 TO WS-Employee-Master-Count.
SET File-Ctl-Verify TO TRUE.
MOVE WS-FN-Employee-Master TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Employee-Master-File.
IF WS-Employee-Master-Status = "00" THEN
    PERFORM UNTIL WS-Employee-Master-Status NOT = "00"
                    ELSE
                        MOVE 0 TO WS-Empl-Term-Date(WS-Employee-Master-Count)
                    END-IF
                    MOVE Empl-Tax-Locality TO WS-Empl-Tax-Locality(WS-Employee-Master-Count)
                END-IF
        END-READ
    END-PERFORM
END-IF.

WRITE-INCOME-DETAIL-SECT.
SET File-Ctl-Verify TO TRUE.
MOVE WS-FN-Income-Detail TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN EXTEND Income-Detail-File.
IF WS-Income-Detail-Status = "35" THEN
    OPEN OUTPUT Income-Detail-File
        MOVE WS-Inc-Amount(WS-Inc-Idx) TO Inc-Amount
        MOVE WS-Inc-Freq(WS-Inc-Idx) TO Inc-Frequency
        MOVE WS-Inc-Annualized(WS-Inc-Idx) TO Inc-Annualized
        MOVE WS-Run-ID TO Inc-Run-ID
        WRITE Income-Detail-Record
        SET Rjn-After-Image TO TRUE
        MOVE WS-FN-Income-Detail TO WS-Rjn-File-Name
        MOVE Income-Detail-Record TO WS-Rjn-Record
        CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
        ADD 1 TO WS-Part-Income-Rows
    END-PERFORM
    CLOSE Income-Detail-File
    IF NOT Partition-Run THEN
        SET File-Ctl-Register TO TRUE
        MOVE WS-FN-Income-Detail TO WS-File-Ctl-Name
        CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result
    END-IF
ELSE
    DISPLAY 'WARNING: could not write WTM-INCOME-DETAIL.DAT, file status ', WS-Income-Detail-Status
END-IF.

WRITE-DEBT-DETAIL-SECT.
*> The debt keyed for this run, for the lending assessment. Debt is
*> only ever keyed at the console, so partition runs never get here.
SET File-Ctl-Verify TO TRUE.
MOVE WS-FN-Debt-Detail TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN EXTEND Debt-Detail-File.
IF WS-Debt-Detail-Status = "35" THEN
    OPEN OUTPUT Debt-Detail-File
END-IF.
IF WS-Debt-Detail-Status = "00" THEN
    MOVE Employee-ID TO Dbt-Employee-ID
    MOVE WS-Budget-Period TO Dbt-Period
    MOVE Hist-Run-Date TO Dbt-Run-Date
    MOVE WS-Debt-Balance TO Dbt-Balance
    MOVE WS-Debt-Annual-Rate TO Dbt-Annual-Rate
    MOVE WS-Debt-Monthly-Payment TO Dbt-Monthly-Payment
    MOVE WS-Stamp-Operator-ID TO Dbt-Operator-ID
    MOVE WS-Run-ID TO Dbt-Run-ID
    WRITE Debt-Detail-Record
    SET Rjn-After-Image TO TRUE
    MOVE WS-FN-Debt-Detail TO WS-Rjn-File-Name
    MOVE Debt-Detail-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    CLOSE Debt-Detail-File
    SET File-Ctl-Register TO TRUE
    MOVE WS-FN-Debt-Detail TO WS-File-Ctl-Name
    CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result
ELSE
    DISPLAY 'WARNING: could not write WTM-DEBT-DETAIL.DAT, file status ', WS-Debt-Detail-Status
END-IF.

WRITE-KEYED-RUN-SECT.
*> A run keyed at the console, logged for the quality-assurance
*> sample: who keyed it, when, and the figures as saved.
OPEN EXTEND Keyed-Run-File.
IF WS-Keyed-Run-Status = "35" THEN
    OPEN OUTPUT Keyed-Run-File
END-IF.
IF WS-Keyed-Run-Status = "00" THEN
    MOVE Hist-Run-Date TO Kyr-Run-Date
    MOVE FUNCTION CURRENT-DATE(9:8) TO Kyr-Run-Time
    MOVE Hist-Operator-ID TO Kyr-Operator-ID
    MOVE Employee-ID TO Kyr-Employee-ID
    MOVE WS-Budget-Period TO Kyr-Period
    MOVE WS-Household-ID TO Kyr-Household-ID
    MOVE Salary TO Kyr-Salary
    MOVE Cat-Yearly-Amount(Cat-Rent) TO Kyr-Rent
    MOVE Cat-Yearly-Amount(Cat-Bills) TO Kyr-Bills
    MOVE Cat-Yearly-Amount(Cat-Food) TO Kyr-Food
    MOVE Cat-Yearly-Amount(Cat-Travel) TO Kyr-Travel
    MOVE Cat-Yearly-Amount(Cat-Taxes) TO Kyr-Taxes
    MOVE Cat-Yearly-Amount(Cat-Insurance) TO Kyr-Insurance
    MOVE WS-Run-ID TO Kyr-Run-ID
    WRITE Keyed-Run-Record
    SET Rjn-After-Image TO TRUE
    MOVE WS-FN-Keyed-Runs TO WS-Rjn-File-Name
    MOVE Keyed-Run-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    CLOSE Keyed-Run-File
ELSE
    DISPLAY 'WARNING: could not write WTM-KEYED-RUNS.DAT, file status ', WS-Keyed-Run-Status
END-IF.

DEBT-TRACKING-SECT.
IF Non-Interactive-Mode THEN
    MOVE "N" TO WS-Debt-Response
END-PERFORM.

RECONCILE-PERCENT-SECT.
COMPUTE WS-Percent-Sum = Cat-Percent(Cat-Rent) + Cat-Percent(Cat-Bills) + Cat-Percent(Cat-Food) + Cat-Percent(Cat-Travel) + Cat-Percent(Cat-Taxes) + Cat-Percent(Cat-Insurance) + WS-Garnish-Percent + Extra_Percent.
COMPUTE WS-Percent-Sum-Diff = WS-Percent-Sum - 100.
IF FUNCTION ABS(WS-Percent-Sum-Diff) > WS-Reconcile-Tolerance THEN
    DISPLAY 'RECONCILE WARNING: category percentages plus extra sum to ', WS-Percent-Sum, '% instead of 100% - rounding drift of ', WS-Percent-Sum-Diff, ' points.'
END-IF.

BUDGET-RULE-CHECK-SECT.
COMPUTE WS-Needs-Percent = Cat-Percent(Cat-Rent) + Cat-Percent(Cat-Bills) + Cat-Percent(Cat-Food) + Cat-Percent(Cat-Taxes) + Cat-Percent(Cat-Insurance)
    + WS-Garnish-Percent.
MOVE Cat-Percent(Cat-Travel) TO WS-Wants-Percent.
MOVE Extra_Percent TO WS-Savings-Percent.
DISPLAY '50/30/20 BUDGET RULE CHECK (needs/wants/savings, target 50%/30%/20%)'.
DISPLAY '  Needs (rent+bills+food+taxes+insurance): ', WS-Needs-Percent, '%'.
IF WS-Garnish-Percent > 0 THEN
    DISPLAY '    including garnishments:      ', WS-Garnish-Percent, '%'
END-IF.
DISPLAY '  Wants (travel):                ', WS-Wants-Percent, '%'.
DISPLAY '  Savings (extra):               ', WS-Savings-Percent, '%'.
IF WS-Needs-Percent > WS-Needs-Target THEN
    MOVE 0 TO WS-Pop-Sum(WS-Pop-Idx)
    MOVE 0 TO WS-Pop-Avg(WS-Pop-Idx)
END-PERFORM.
MOVE 0 TO WS-Pop-Sized-Count.
PERFORM VARYING WS-PP-Idx FROM 1 BY 1 UNTIL WS-PP-Idx > 3
    MOVE 0 TO WS-Pop-PP-Sum(WS-PP-Idx)
    MOVE 0 TO WS-Pop-PP-Avg(WS-PP-Idx)
END-PERFORM.
MOVE "N" TO WS-Pop-Totals-Loaded-Flag.
OPEN INPUT Pop-Totals-File.
IF WS-Pop-Totals-Status = "00" THEN
                PERFORM VARYING WS-Pop-Idx FROM 1 BY 1 UNTIL WS-Pop-Idx > 7
                    MOVE Pop-Rec-Sum(WS-Pop-Idx) TO WS-Pop-Sum(WS-Pop-Idx)
                END-PERFORM
*> A side file written before household size was captured has no
*> per-person sums - they start from zero with the sized count.
                IF Pop-Rec-Sized-Count IS NUMERIC THEN
                    MOVE Pop-Rec-Sized-Count TO WS-Pop-Sized-Count
                    PERFORM VARYING WS-PP-Idx FROM 1 BY 1 UNTIL WS-PP-Idx > 3
                        MOVE Pop-Rec-PP-Sum(WS-PP-Idx) TO WS-Pop-PP-Sum(WS-PP-Idx)
                    END-PERFORM
                END-IF
            END-IF
    END-READ
    CLOSE Pop-Totals-File
            COMPUTE WS-Pop-Avg(WS-Pop-Idx) ROUNDED = WS-Pop-Sum(WS-Pop-Idx) / WS-Pop-Count
        END-PERFORM
    END-IF
    PERFORM COMPUTE-PP-AVERAGES-SECT
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-Pop-EOF-Flag.
                    ADD Prior-Hist-Taxes-Percent TO WS-Pop-Sum(5)
                    ADD Prior-Hist-Insurance-Percent TO WS-Pop-Sum(6)
                    ADD Prior-Hist-Extra-Percent TO WS-Pop-Sum(7)
                    IF (Prior-Hist-Layout-Version >= 9) AND (Prior-Hist-Adults IS NUMERIC)
                        AND (Prior-Hist-Dependents IS NUMERIC) AND (Prior-Hist-Adults > 0) THEN
                        COMPUTE WS-PP-Persons = Prior-Hist-Adults + Prior-Hist-Dependents
                        COMPUTE WS-PP-Expense-Sum = Prior-Hist-Rent + Prior-Hist-Bills + Prior-Hist-Food
                            + Prior-Hist-Travel + Prior-Hist-Taxes + Prior-Hist-Insurance
                        IF (Prior-Hist-Layout-Version IS NUMERIC) AND (Prior-Hist-Layout-Version >= 12) AND (Prior-Hist-Garnishments IS NUMERIC) THEN
                            ADD Prior-Hist-Garnishments TO WS-PP-Expense-Sum
                        END-IF
                        COMPUTE WS-PP-Extra = Prior-Hist-Salary - WS-PP-Expense-Sum
                        IF WS-PP-Extra < 0 THEN
                            MOVE 0 TO WS-PP-Extra
                        END-IF
                        ADD 1 TO WS-Pop-Sized-Count
                        COMPUTE WS-Pop-PP-Sum(1) ROUNDED = WS-Pop-PP-Sum(1) + (Prior-Hist-Food / WS-PP-Persons)
                        COMPUTE WS-Pop-PP-Sum(2) ROUNDED = WS-Pop-PP-Sum(2) + (Prior-Hist-Insurance / WS-PP-Persons)
                        COMPUTE WS-Pop-PP-Sum(3) ROUNDED = WS-Pop-PP-Sum(3) + (WS-PP-Extra / WS-PP-Persons)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
        COMPUTE WS-Pop-Avg(WS-Pop-Idx) ROUNDED = WS-Pop-Sum(WS-Pop-Idx) / WS-Pop-Count
    END-PERFORM
END-IF.
PERFORM COMPUTE-PP-AVERAGES-SECT.
PERFORM REWRITE-POP-TOTALS-SECT.

COMPUTE-PP-AVERAGES-SECT.
PERFORM VARYING WS-PP-Idx FROM 1 BY 1 UNTIL WS-PP-Idx > 3
    IF WS-Pop-Sized-Count > 0 THEN
        COMPUTE WS-Pop-PP-Avg(WS-PP-Idx) ROUNDED = WS-Pop-PP-Sum(WS-PP-Idx) / WS-Pop-Sized-Count
    ELSE
        MOVE 0 TO WS-Pop-PP-Avg(WS-PP-Idx)
    END-IF
END-PERFORM.

HIST-PER-PERSON-SECT.
*> Per-person yearly food, insurance, and Extra for the history
*> record in the record area; WS-PP-Persons stays 0 when the record
*> predates household size, and such a run stays out of the
*> per-person population.
MOVE 0 TO WS-PP-Persons.
PERFORM VARYING WS-PP-Idx FROM 1 BY 1 UNTIL WS-PP-Idx > 3
    MOVE 0 TO WS-Hist-PP-Amount(WS-PP-Idx)
END-PERFORM.
IF (Hist-Layout-Version IS NOT NUMERIC) OR (Hist-Layout-Version < 9) OR (Hist-Adults IS NOT NUMERIC)
    OR (Hist-Dependents IS NOT NUMERIC) THEN
    EXIT PARAGRAPH
END-IF.
IF Hist-Adults = 0 THEN
    EXIT PARAGRAPH
END-IF.
COMPUTE WS-PP-Persons = Hist-Adults + Hist-Dependents.
COMPUTE WS-PP-Expense-Sum = Hist-Rent + Hist-Bills + Hist-Food + Hist-Travel + Hist-Taxes + Hist-Insurance.
IF (Hist-Layout-Version IS NUMERIC) AND (Hist-Layout-Version >= 12) AND (Hist-Garnishments IS NUMERIC) THEN
    ADD Hist-Garnishments TO WS-PP-Expense-Sum
END-IF.
COMPUTE WS-PP-Extra = Hist-Salary - WS-PP-Expense-Sum.
IF WS-PP-Extra < 0 THEN
    MOVE 0 TO WS-PP-Extra
END-IF.
COMPUTE WS-Hist-PP-Amount(1) ROUNDED = Hist-Food / WS-PP-Persons.
COMPUTE WS-Hist-PP-Amount(2) ROUNDED = Hist-Insurance / WS-PP-Persons.
COMPUTE WS-Hist-PP-Amount(3) ROUNDED = WS-PP-Extra / WS-PP-Persons.

REWRITE-POP-TOTALS-SECT.
*> A partition job keeps its running totals in memory only;
*> WTM-PARTMERGE rebuilds the side file from the merged history.
IF Partition-Run THEN
    EXIT PARAGRAPH
END-IF.
OPEN OUTPUT Pop-Totals-File.
IF WS-Pop-Totals-Status = "00" THEN
    MOVE WS-Pop-Count TO Pop-Rec-Count
    PERFORM VARYING WS-Pop-Idx FROM 1 BY 1 UNTIL WS-Pop-Idx > 7
        MOVE WS-Pop-Sum(WS-Pop-Idx) TO Pop-Rec-Sum(WS-Pop-Idx)
    END-PERFORM
    MOVE WS-Pop-Sized-Count TO Pop-Rec-Sized-Count
    PERFORM VARYING WS-PP-Idx FROM 1 BY 1 UNTIL WS-PP-Idx > 3
        MOVE WS-Pop-PP-Sum(WS-PP-Idx) TO Pop-Rec-PP-Sum(WS-PP-Idx)
    END-PERFORM
    WRITE Pop-Totals-Record
    CLOSE Pop-Totals-File
    SET Rjn-File-Image TO TRUE
    MOVE WS-FN-Pop-Totals TO WS-Rjn-File-Name
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
END-IF.

REMOVE-RUN-FROM-POP-TOTALS-SECT.
SUBTRACT Hist-Taxes-Percent FROM WS-Pop-Sum(5).
SUBTRACT Hist-Insurance-Percent FROM WS-Pop-Sum(6).
SUBTRACT Hist-Extra-Percent FROM WS-Pop-Sum(7).
PERFORM HIST-PER-PERSON-SECT.
IF (WS-PP-Persons > 0) AND (WS-Pop-Sized-Count > 0) THEN
    SUBTRACT 1 FROM WS-Pop-Sized-Count
    PERFORM VARYING WS-PP-Idx FROM 1 BY 1 UNTIL WS-PP-Idx > 3
        SUBTRACT WS-Hist-PP-Amount(WS-PP-Idx) FROM WS-Pop-PP-Sum(WS-PP-Idx)
    END-PERFORM
END-IF.
PERFORM COMPUTE-PP-AVERAGES-SECT.
IF WS-Pop-Count > 0 THEN
    PERFORM VARYING WS-Pop-Idx FROM 1 BY 1 UNTIL WS-Pop-Idx > 7
        COMPUTE WS-Pop-Avg(WS-Pop-Idx) ROUNDED = WS-Pop-Sum(WS-Pop-Idx) / WS-Pop-Count
PERFORM VARYING WS-Pop-Idx FROM 1 BY 1 UNTIL WS-Pop-Idx > 7
    COMPUTE WS-Pop-Avg(WS-Pop-Idx) ROUNDED = WS-Pop-Sum(WS-Pop-Idx) / WS-Pop-Count
END-PERFORM.
PERFORM HIST-PER-PERSON-SECT.
IF WS-PP-Persons > 0 THEN
    ADD 1 TO WS-Pop-Sized-Count
    PERFORM VARYING WS-PP-Idx FROM 1 BY 1 UNTIL WS-PP-Idx > 3
        ADD WS-Hist-PP-Amount(WS-PP-Idx) TO WS-Pop-PP-Sum(WS-PP-Idx)
    END-PERFORM
    PERFORM COMPUTE-PP-AVERAGES-SECT
END-IF.
PERFORM REWRITE-POP-TOTALS-SECT.

POPULATION-BENCHMARK-SECT.
        DISPLAY '  ', Cat-Name(WS-Pop-Idx), ': ', Cat-Percent(WS-Pop-Idx), '% of salary vs a ', WS-Pop-Avg(WS-Pop-Idx), '% average'
    END-PERFORM
    DISPLAY '  Extra: ', Extra_Percent, '% of salary vs a ', WS-Pop-Avg(7), '% average'
    IF WS-Pop-Sized-Count > 0 THEN
        DISPLAY '  Per person, a year (household of ', WS-HH-Persons, ' vs the average across ', WS-Pop-Sized-Count, ' sized run(s)):'
        PERFORM VARYING WS-PP-Idx FROM 1 BY 1 UNTIL WS-PP-Idx > 3
            MOVE WS-PP-Amount(WS-PP-Idx) TO WS-Money-Disp
            MOVE WS-Pop-PP-Avg(WS-PP-Idx) TO WS-Money-Disp-2
            DISPLAY '    ', WS-PP-Name(WS-PP-Idx), ': $', WS-Money-Disp, ' vs a $', WS-Money-Disp-2, ' average'
        END-PERFORM
    END-IF
    DISPLAY '--------------------------------------------------------------------------------------------------'
END-IF.

END-IF.

SUM-DEFICIT-LEDGER-SECT.
*> A partition job posts to its own -Pnn ledger, so the balance is
*> the live ledger plus what this partition has posted tonight - the
*> employee's rows all land in the one partition, so the sum is the
*> same one a single run would see.
MOVE 0 TO WS-Deficit-Balance.
IF Partition-Run THEN
    MOVE WS-FN-Deficit-Ledger TO WS-Part-Name-Work
    MOVE WS-Part-Live-Ledger TO WS-FN-Deficit-Ledger
    PERFORM ADD-DEFICIT-LEDGER-SECT
    MOVE WS-Part-Name-Work TO WS-FN-Deficit-Ledger
END-IF.
PERFORM ADD-DEFICIT-LEDGER-SECT.
IF WS-Deficit-Balance < 0 THEN
    MOVE 0 TO WS-Deficit-Balance
END-IF.

ADD-DEFICIT-LEDGER-SECT.
MOVE "N" TO WS-Ledger-EOF-Flag.
SET File-Ctl-Verify TO TRUE.
MOVE WS-FN-Deficit-Ledger TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Deficit-Ledger-File.
IF WS-Deficit-Ledger-Status = "00" THEN
    PERFORM UNTIL Ledger-EOF
    END-PERFORM
    CLOSE Deficit-Ledger-File
END-IF.

APPEND-DEFICIT-ROW-SECT.
SET File-Ctl-Verify TO TRUE.
MOVE WS-FN-Deficit-Ledger TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN EXTEND Deficit-Ledger-File.
IF WS-Deficit-Ledger-Status = "35" THEN
    OPEN OUTPUT Deficit-Ledger-File
    MOVE Employee-ID TO Led-Employee-ID
    MOVE WS-Budget-Period TO Led-Period
    MOVE WS-Deficit-Recovery TO Led-Amount
    MOVE WS-Run-ID TO Led-Run-ID
    WRITE Deficit-Ledger-Record
    SET Rjn-After-Image TO TRUE
    MOVE WS-FN-Deficit-Ledger TO WS-Rjn-File-Name
    MOVE Deficit-Ledger-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    ADD 1 TO WS-Part-Ledger-Rows
    CLOSE Deficit-Ledger-File
    IF NOT Partition-Run THEN
        SET File-Ctl-Register TO TRUE
        MOVE WS-FN-Deficit-Ledger TO WS-File-Ctl-Name
        CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result
    END-IF
ELSE
    DISPLAY 'WARNING: could not write WTM-DEFICIT-LEDGER.DAT, file status ', WS-Deficit-Ledger-Status
END-IF.
END-IF.

CHECKING-SAVINGS-SPLIT-SECT.
PERFORM FIND-STANDING-SPLIT-SECT.
IF Standing-Split THEN
    MOVE "Y" TO WS-Split-Response
    DISPLAY 'Standing savings instruction on file: ', WS-Split-Percent, '% of Extra to savings.'
ELSE
    IF Non-Interactive-Mode THEN
        MOVE "N" TO WS-Split-Response
    ELSE
        DISPLAY 'Would you like to split your Extra amount between checking and savings? Enter Y or N:'
        ACCEPT WS-Split-Response
    END-IF
END-IF.
IF Wants-Split AND (NOT Standing-Split) THEN
    DISPLAY 'Enter the percent of your Extra amount to put into savings (0-100):'
    MOVE "N" TO WS-Input-Valid
    PERFORM UNTIL Input-Valid
            MOVE "Y" TO WS-Input-Valid
        END-IF
    END-PERFORM
END-IF.
IF Wants-Split THEN
    COMPUTE WS-Savings-Split-Amount ROUNDED = Extra * (WS-Split-Percent / 100)
    COMPUTE WS-Checking-Split-Amount = Extra - WS-Savings-Split-Amount
    DISPLAY '--------------------------------------------------------------------------------------------------'
    DISPLAY '--------------------------------------------------------------------------------------------------'
END-IF.

FIND-STANDING-SPLIT-SECT.
*> The latest bank row for the employee is the standing instruction;
*> only an opted-in one sets the split. No employee, no file, or no
*> row leaves the split to the operator as before.
MOVE "N" TO WS-Standing-Split-Flag.
IF Employee-ID = 0 THEN
    EXIT PARAGRAPH
END-IF.
OPEN INPUT Bank-Account-File.
IF WS-Bank-Account-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL WS-Bank-Account-Status NOT = "00"
    READ Bank-Account-File
        AT END EXIT PERFORM
        NOT AT END
            IF Bank-Employee-ID = Employee-ID THEN
                IF Bank-Opted-In AND (Bank-Savings-Percent IS NUMERIC) THEN
                    SET Standing-Split TO TRUE
                    MOVE Bank-Savings-Percent TO WS-Split-Percent
                ELSE
                    MOVE "N" TO WS-Standing-Split-Flag
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Bank-Account-File.

WRITE-SAVINGS-SPLIT-SECT.
*> Logs the saved run's savings share for the period's ACH transfer.
*> Written even when Extra has gone to nothing, so a re-run that
*> wipes out the Extra also cancels what an earlier run had queued.
IF Extra > 0 THEN
    COMPUTE WS-Savings-Period-Amount ROUNDED = WS-Savings-Split-Amount / 12
ELSE
    MOVE 0 TO WS-Savings-Split-Amount
    MOVE 0 TO WS-Savings-Period-Amount
END-IF.
MOVE Employee-ID TO Split-Employee-ID.
MOVE WS-Budget-Period TO Split-Period.
MOVE FUNCTION CURRENT-DATE(1:8) TO Split-Run-Date.
MOVE FUNCTION CURRENT-DATE(9:8) TO Split-Run-Time.
MOVE WS-Split-Percent TO Split-Percent.
MOVE WS-Savings-Split-Amount TO Split-Yearly-Amount.
MOVE WS-Savings-Period-Amount TO Split-Period-Amount.
PERFORM SET-STAMP-OPERATOR-SECT.
MOVE WS-Stamp-Operator-ID TO Split-Operator-ID.
MOVE WS-Run-ID TO Split-Run-ID.
OPEN EXTEND Savings-Split-File.
IF WS-Savings-Split-Status = "35" THEN
    OPEN OUTPUT Savings-Split-File
END-IF.
IF WS-Savings-Split-Status = "00" THEN
    WRITE Savings-Split-Record
    SET Rjn-After-Image TO TRUE
    MOVE WS-FN-Savings-Split TO WS-Rjn-File-Name
    MOVE Savings-Split-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    ADD 1 TO WS-Part-Split-Rows
    CLOSE Savings-Split-File
    DISPLAY 'Savings transfer of $', WS-Savings-Period-Amount, ' queued for period ', WS-Budget-Period, '.'
ELSE
    DISPLAY 'WARNING: could not write ', FUNCTION TRIM(WS-FN-Savings-Split), ', file status ', WS-Savings-Split-Status
END-IF.

INVESTMENT-PROJECTION-SECT.
IF Non-Interactive-Mode THEN
    MOVE "N" TO WS-Invest-Response
        END-IF
    END-IF
    DISPLAY '--------------------------------------------------------------------------------------------------'
    IF NOT In-Preview-Mode THEN
        PERFORM WRITE-SAVINGS-GOAL-SECT
    END-IF
END-IF.

WRITE-SAVINGS-GOAL-SECT.
MOVE Employee-ID TO Goal-Employee-ID.
MOVE WS-Savings-Goal TO Goal-Amount.
MOVE WS-Savings-Current TO Goal-Current-Savings.
MOVE WS-Savings-Monthly-Contribution TO Goal-Monthly-Contribution.
MOVE FUNCTION CURRENT-DATE(1:8) TO Goal-Set-Date.
MOVE WS-Budget-Period TO Goal-Period.
MOVE WS-Run-ID TO Goal-Run-ID.
PERFORM SET-STAMP-OPERATOR-SECT.
MOVE WS-Stamp-Operator-ID TO Goal-Operator-ID.
OPEN EXTEND Savings-Goal-File.
IF WS-Savings-Goal-Status = "35" THEN
    OPEN OUTPUT Savings-Goal-File
END-IF.
IF WS-Savings-Goal-Status = "00" THEN
    WRITE Savings-Goal-Record
    SET Rjn-After-Image TO TRUE
    MOVE WS-FN-Savings-Goals TO WS-Rjn-File-Name
    MOVE Savings-Goal-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    CLOSE Savings-Goal-File
ELSE
    DISPLAY 'WARNING: could not write ', FUNCTION TRIM(WS-FN-Savings-Goals), ', file status ', WS-Savings-Goal-Status
END-IF.

ANNUAL-ROLLUP-SECT.
        ADD Prior-Hist-Salary TO WS-Rollup-Salary(WS-Rollup-Slot)
        COMPUTE WS-Rollup-Expenses(WS-Rollup-Slot) = WS-Rollup-Expenses(WS-Rollup-Slot)
            + Prior-Hist-Rent + Prior-Hist-Bills + Prior-Hist-Food + Prior-Hist-Travel + Prior-Hist-Taxes + Prior-Hist-Insurance
        IF (Prior-Hist-Layout-Version IS NUMERIC) AND (Prior-Hist-Layout-Version >= 12) AND (Prior-Hist-Garnishments IS NUMERIC) THEN
            ADD Prior-Hist-Garnishments TO WS-Rollup-Expenses(WS-Rollup-Slot)
        END-IF
        COMPUTE WS-Rollup-Extra(WS-Rollup-Slot) = WS-Rollup-Salary(WS-Rollup-Slot) - WS-Rollup-Expenses(WS-Rollup-Slot)
        MOVE "Y" TO WS-Rollup-Slot-Used(WS-Rollup-Slot)
        ADD 1 TO WS-Rollup-Records-Seen
    END-IF
END-PERFORM.
CLOSE Entry-Suspense-File.
SET Rjn-File-Image TO TRUE.
MOVE WS-FN-Entry-Suspense TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.

OFFER-SUSPENDED-ENTRIES-SECT.
*> At form start the operator's suspended entries are listed; one
    MOVE FUNCTION CURRENT-DATE(1:8) TO Susp-Saved-Date
    MOVE WS-Form-Fields TO Entry-Suspense-Record(17:106)
    WRITE Entry-Suspense-Record
    SET Rjn-After-Image TO TRUE
    MOVE WS-FN-Entry-Suspense TO WS-Rjn-File-Name
    MOVE Entry-Suspense-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    CLOSE Entry-Suspense-File
    DISPLAY 'Household suspended under operator ', FUNCTION TRIM(WS-Stamp-Operator-ID),
        ' - it will be offered at the next form session.'
*> an audit trail. Both live files are EXTEND-open for the session,
*> so each is closed, rewritten through a work file, and reopened.
CLOSE Budget-History-File.
SET File-Ctl-Register TO TRUE.
MOVE WS-FN-Budget-History TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
MOVE WS-FN-Budget-History TO WS-Supersede-In-Name.
OPEN INPUT Supersede-In-File.
OPEN OUTPUT Supersede-Work-File.
END-PERFORM.
CLOSE Supersede-Work-File.
CLOSE Budget-History-File.
SET Rjn-File-Image TO TRUE.
MOVE WS-FN-Budget-History TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
SET File-Ctl-Register TO TRUE.
MOVE WS-FN-Budget-History TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN EXTEND Budget-History-File.
CLOSE Acct-Export-File.
SET File-Ctl-Register TO TRUE.
MOVE WS-FN-Acct-Export TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
MOVE WS-FN-Acct-Export TO WS-Supersede-In-Name.
OPEN INPUT Supersede-In-File.
OPEN OUTPUT Supersede-Work-File.
END-PERFORM.
CLOSE Supersede-Work-File.
CLOSE Acct-Export-File.
SET Rjn-File-Image TO TRUE.
MOVE WS-FN-Acct-Export TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
SET File-Ctl-Register TO TRUE.
MOVE WS-FN-Acct-Export TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN EXTEND Acct-Export-File.
DISPLAY 'Prior run(s) for employee ', Employee-ID, ' period ', WS-Budget-Period, ' are now superseded.'.

HOUSEHOLD-CAPTURE-SECT.
MOVE 0 TO WS-Run-Subcat-Count.
MOVE 1.0000 TO WS-Prorate-Factor.
MOVE 1 TO WS-HH-Adults.
MOVE 0 TO WS-HH-Dependents.
PERFORM PAYROLL-SALARY-CHECK-SECT.
PERFORM ACCEPT-INCOME-SOURCES-SECT
DISPLAY 'Enter D to key the categories in dollars, or P to key them as percent of salary (default D):'
    END-IF
END-PERFORM
MOVE Salary TO WS-Base-Salary
PERFORM ACCEPT-HOUSEHOLD-SIZE-SECT
PERFORM ACCEPT-PRORATION-SECT
PERFORM DEBT-TRACKING-SECT
PERFORM COMPUTE-AND-REPORT-SECT
PERFORM WHAT-IF-SECT.

ACCEPT-HOUSEHOLD-SIZE-SECT.
*> Adults and dependents for the per-person figures. The counts in
*> hand are the defaults - one adult for a single run, two for a new
*> joint household, the master's figures for a known one - and an
*> empty reply keeps them.
IF Non-Interactive-Mode THEN
    PERFORM SET-HOUSEHOLD-PERSONS-SECT
    EXIT PARAGRAPH
END-IF.
DISPLAY 'How many adults live in the household? (press Enter for ', WS-HH-Adults, ')'.
MOVE WS-HH-Adults TO WS-HH-Size-Value.
MOVE 1 TO WS-HH-Size-Min.
PERFORM ACCEPT-HOUSEHOLD-COUNT-SECT.
MOVE WS-HH-Size-Value TO WS-HH-Adults.
DISPLAY 'How many dependents (children or others supported) live in the household? (press Enter for ', WS-HH-Dependents, ')'.
MOVE WS-HH-Dependents TO WS-HH-Size-Value.
MOVE 0 TO WS-HH-Size-Min.
PERFORM ACCEPT-HOUSEHOLD-COUNT-SECT.
MOVE WS-HH-Size-Value TO WS-HH-Dependents.
PERFORM SET-HOUSEHOLD-PERSONS-SECT.

ACCEPT-HOUSEHOLD-COUNT-SECT.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    MOVE SPACES TO WS-HH-Size-Input
    ACCEPT WS-HH-Size-Input
    IF WS-HH-Size-Input = SPACES THEN
        MOVE "Y" TO WS-Input-Valid
    ELSE
        MOVE FUNCTION TEST-NUMVAL(WS-HH-Size-Input) TO WS-HH-Test-Numval
        IF WS-HH-Test-Numval NOT = 0 THEN
            DISPLAY 'INPUT ERROR: that is not a valid number. Please re-enter.'
        ELSE
            IF (FUNCTION NUMVAL(WS-HH-Size-Input) < WS-HH-Size-Min)
                OR (FUNCTION NUMVAL(WS-HH-Size-Input) > 20) THEN
                DISPLAY 'INPUT ERROR: enter a count from ', WS-HH-Size-Min, ' to 20. Please re-enter.'
            ELSE
                COMPUTE WS-HH-Size-Value = FUNCTION NUMVAL(WS-HH-Size-Input)
                MOVE "Y" TO WS-Input-Valid
            END-IF
        END-IF
    END-IF
END-PERFORM.

SET-HOUSEHOLD-PERSONS-SECT.
IF WS-HH-Adults = 0 THEN
    MOVE 1 TO WS-HH-Adults
END-IF.
COMPUTE WS-HH-Persons = WS-HH-Adults + WS-HH-Dependents.

COMPUTE-PER-PERSON-SECT.
*> Yearly food, insurance, and Extra spread over everyone in the
*> household, so a family's food line compares fairly with a single
*> renter's.
IF WS-HH-Persons = 0 THEN
    PERFORM SET-HOUSEHOLD-PERSONS-SECT
END-IF.
COMPUTE WS-PP-Amount(1) ROUNDED = Cat-Yearly-Amount(Cat-Food) / WS-HH-Persons.
COMPUTE WS-PP-Amount(2) ROUNDED = Cat-Yearly-Amount(Cat-Insurance) / WS-HH-Persons.
COMPUTE WS-PP-Amount(3) ROUNDED = Extra / WS-HH-Persons.

ACCEPT-PRORATION-SECT.
MOVE 1.0000 TO WS-Prorate-Factor.
IF Non-Interactive-Mode THEN
    DISPLAY 'Try another what-if re-run? Enter Y or N:'
    ACCEPT WS-What-If-Response
END-PERFORM.
PERFORM SCENARIO-SECT.

SCENARIO-SECT.
*> Named scenarios for counseling: the household's working figures
*> (base salary, other income, and the six category amounts) can be
*> saved under a name, loaded back in a later session, changed and
*> previewed, compared up to four side by side, and adopted - which
*> records the working figures as this period's actual run in place
*> of the one just written, the same way a Replace decision does.
IF Non-Interactive-Mode THEN
    EXIT PARAGRAPH
END-IF.
DISPLAY 'Work with saved budget scenarios for this household? Enter Y or N:'.
ACCEPT WS-Scn-Response.
IF NOT Wants-Scenarios THEN
    EXIT PARAGRAPH
END-IF.
PERFORM LOAD-SCENARIOS-SECT.
MOVE SPACES TO WS-Scn-Current-Name.
MOVE "N" TO WS-Scn-Changed-Flag.
MOVE "N" TO WS-Scn-Done-Flag.
PERFORM UNTIL Scenarios-Done
    PERFORM LIST-SCENARIOS-SECT
    DISPLAY 'Enter L to load a scenario, C to change a figure, S to save the working figures, D to delete,'
    DISPLAY '      V to compare up to four side by side, A to adopt the working figures as this period''s run, or X when done:'
    ACCEPT WS-Scn-Action
    EVALUATE WS-Scn-Action
        WHEN "L" WHEN "l" PERFORM LOAD-ONE-SCENARIO-SECT
        WHEN "C" WHEN "c" PERFORM CHANGE-SCENARIO-FIGURE-SECT
        WHEN "S" WHEN "s" PERFORM SAVE-SCENARIO-SECT
        WHEN "D" WHEN "d" PERFORM DELETE-SCENARIO-SECT
        WHEN "V" WHEN "v" PERFORM COMPARE-SCENARIOS-SECT
        WHEN "A" WHEN "a" PERFORM ADOPT-SCENARIO-SECT
        WHEN "X" WHEN "x" SET Scenarios-Done TO TRUE
        WHEN OTHER DISPLAY 'INPUT ERROR: please enter L, C, S, D, V, A, or X.'
    END-EVALUATE
END-PERFORM.

LOAD-SCENARIOS-SECT.
*> Every household's scenarios are held so a save or delete can
*> rewrite the file whole; this household's are picked out by
*> LIST-SCENARIOS-SECT.
MOVE 0 TO WS-Scn-Count.
SET Scn-Overflowed TO FALSE.
OPEN INPUT Scenario-File.
IF WS-Scenario-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-Scn-EOF-Flag.
PERFORM UNTIL Scn-EOF
    READ Scenario-File
        AT END SET Scn-EOF TO TRUE
        NOT AT END
            IF WS-Scn-Count < 300 THEN
                ADD 1 TO WS-Scn-Count
                MOVE Scenario-File-Record TO WS-Scn-Row(WS-Scn-Count)
            ELSE
                DISPLAY 'WARNING: WTM-SCENARIOS.DAT holds more than 300 scenarios - the rest are not shown,'
                DISPLAY '         and scenarios cannot be saved or deleted until the file is cut back.'
                SET Scn-Overflowed TO TRUE
                SET Scn-EOF TO TRUE
            END-IF
    END-READ
END-PERFORM.
CLOSE Scenario-File.

LIST-SCENARIOS-SECT.
MOVE 0 TO WS-Scn-Pick-Count.
PERFORM VARYING WS-Scn-Idx FROM 1 BY 1 UNTIL WS-Scn-Idx > WS-Scn-Count
    MOVE WS-Scn-Row(WS-Scn-Idx) TO Scenario-Record
    IF (Scn-Employee-ID = Employee-ID) AND (WS-Scn-Pick-Count < 20) THEN
        ADD 1 TO WS-Scn-Pick-Count
        MOVE WS-Scn-Idx TO WS-Scn-Pick-Row(WS-Scn-Pick-Count)
    END-IF
END-PERFORM.
DISPLAY '--------------------------------------------------------------------------------------------------'.
IF WS-Scn-Pick-Count = 0 THEN
    DISPLAY 'No saved scenarios for employee ', Employee-ID, '.'
ELSE
    DISPLAY 'Saved scenarios for employee ', Employee-ID, ':'
    PERFORM VARYING WS-Scn-Pick-Idx FROM 1 BY 1 UNTIL WS-Scn-Pick-Idx > WS-Scn-Pick-Count
        MOVE WS-Scn-Row(WS-Scn-Pick-Row(WS-Scn-Pick-Idx)) TO Scenario-Record
        MOVE Scn-Extra-Percent TO WS-Pct-Disp
        DISPLAY '  ', WS-Scn-Pick-Idx, '. ', Scn-Name, '  saved ', Scn-Saved-Date,
            '  Extra ', WS-Pct-Disp, '%  policy ', Scn-Policy-Flag
    END-PERFORM
END-IF.
IF WS-Scn-Current-Name NOT = SPACES THEN
    IF Scn-Figures-Changed THEN
        DISPLAY 'Working figures: ', FUNCTION TRIM(WS-Scn-Current-Name), ' (changed since loaded or saved)'
    ELSE
        DISPLAY 'Working figures: ', FUNCTION TRIM(WS-Scn-Current-Name)
    END-IF
END-IF.

ACCEPT-SCENARIO-PICK-SECT.
*> WS-Scn-Pick is the list number keyed, 0 when nothing was chosen.
MOVE 0 TO WS-Scn-Pick.
IF WS-Scn-Pick-Count = 0 THEN
    DISPLAY 'There are no saved scenarios to choose from.'
    EXIT PARAGRAPH
END-IF.
DISPLAY 'Enter the scenario number (0 to go back):'.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    ACCEPT WS-Scn-Pick-Input
    IF (FUNCTION TEST-NUMVAL(WS-Scn-Pick-Input) = 0)
        AND (FUNCTION NUMVAL(WS-Scn-Pick-Input) >= 0)
        AND (FUNCTION NUMVAL(WS-Scn-Pick-Input) <= WS-Scn-Pick-Count) THEN
        COMPUTE WS-Scn-Pick = FUNCTION NUMVAL(WS-Scn-Pick-Input)
        MOVE "Y" TO WS-Input-Valid
    ELSE
        DISPLAY 'INPUT ERROR: enter a number from 0 to ', WS-Scn-Pick-Count, '.'
    END-IF
END-PERFORM.

LOAD-ONE-SCENARIO-SECT.
PERFORM ACCEPT-SCENARIO-PICK-SECT.
IF WS-Scn-Pick = 0 THEN
    EXIT PARAGRAPH
END-IF.
MOVE WS-Scn-Row(WS-Scn-Pick-Row(WS-Scn-Pick)) TO Scenario-Record.
MOVE Scn-Base-Salary TO WS-Base-Salary.
*> The typed income lines only stand while the scenario's other
*> income is what they add up to; otherwise the figure is carried as
*> untyped income, as the entry screen carries it.
IF Scn-Other-Income NOT = Secondary_Income THEN
    MOVE 0 TO WS-Income-Line-Count
    MOVE Scn-Other-Income TO Secondary_Income
END-IF.
PERFORM VARYING Cat-Idx FROM 1 BY 1 UNTIL Cat-Idx > 6
    MOVE Scn-Raw-Amount(Cat-Idx) TO Cat-Raw-Amount(Cat-Idx)
END-PERFORM.
*> A scenario carries category totals only.
MOVE 0 TO WS-Run-Subcat-Count.
MOVE Scn-Name TO WS-Scn-Current-Name.
MOVE "N" TO WS-Scn-Changed-Flag.
DISPLAY 'Scenario ', FUNCTION TRIM(Scn-Name), ' loaded - preview follows.'.
PERFORM PREVIEW-SCENARIO-SECT.

CHANGE-SCENARIO-FIGURE-SECT.
PERFORM VARYING Cat-Idx FROM 1 BY 1 UNTIL Cat-Idx > 6
    DISPLAY '  ', Cat-Idx, '. ', Cat-Name(Cat-Idx), ' ', Cat-Raw-Amount(Cat-Idx)
END-PERFORM.
DISPLAY '  7. Base salary     ', WS-Base-Salary.
DISPLAY '  8. Other income    ', Secondary_Income.
DISPLAY 'Enter the number of the figure to change (0 to go back):'.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    ACCEPT WS-Scn-Pick-Input
    IF (FUNCTION TEST-NUMVAL(WS-Scn-Pick-Input) = 0)
        AND (FUNCTION NUMVAL(WS-Scn-Pick-Input) >= 0)
        AND (FUNCTION NUMVAL(WS-Scn-Pick-Input) <= 8) THEN
        COMPUTE WS-Scn-Figure = FUNCTION NUMVAL(WS-Scn-Pick-Input)
        MOVE "Y" TO WS-Input-Valid
    ELSE
        DISPLAY 'INPUT ERROR: enter a number from 0 to 8.'
    END-IF
END-PERFORM.
IF WS-Scn-Figure = 0 THEN
    EXIT PARAGRAPH
END-IF.
EVALUATE WS-Scn-Figure
    WHEN 7
        DISPLAY 'Enter the new annual base salary:'
        MOVE "N" TO WS-Scn-Figure-OK-Flag
        PERFORM UNTIL Scn-Figure-OK
            PERFORM VALIDATE-AND-ACCEPT-AMOUNT-SECT
            IF WS-Amount-Value <= 0 THEN
                DISPLAY 'INPUT ERROR: the base salary must be greater than zero.'
            ELSE
                SET Scn-Figure-OK TO TRUE
            END-IF
        END-PERFORM
        MOVE WS-Amount-Value TO WS-Base-Salary
    WHEN 8
        DISPLAY 'Enter the new annual other income (0 for none):'
        MOVE "N" TO WS-Scn-Figure-OK-Flag
        PERFORM UNTIL Scn-Figure-OK
            PERFORM VALIDATE-AND-ACCEPT-AMOUNT-SECT
            IF WS-Amount-Value < 0 THEN
                DISPLAY 'INPUT ERROR: other income cannot be negative.'
            ELSE
                SET Scn-Figure-OK TO TRUE
            END-IF
        END-PERFORM
        IF WS-Amount-Value NOT = Secondary_Income THEN
            MOVE 0 TO WS-Income-Line-Count
            MOVE WS-Amount-Value TO Secondary_Income
        END-IF
    WHEN OTHER
        SET Cat-Idx TO WS-Scn-Figure
        DISPLAY Cat-Prompt(Cat-Idx)
        MOVE "N" TO WS-Scn-Figure-OK-Flag
        PERFORM UNTIL Scn-Figure-OK
            PERFORM VALIDATE-AND-ACCEPT-AMOUNT-SECT
            IF Cat-Tax-Calc(Cat-Idx) THEN
                IF (WS-Amount-Value <= 0) OR (WS-Amount-Value > 100) THEN
                    PERFORM DISPLAY-CAT-ERROR-SECT
                ELSE
                    SET Scn-Figure-OK TO TRUE
                END-IF
            ELSE
                IF WS-Amount-Value = 0 THEN
                    PERFORM DISPLAY-CAT-ERROR-SECT
                ELSE
                    SET Scn-Figure-OK TO TRUE
                END-IF
            END-IF
        END-PERFORM
        MOVE WS-Amount-Value TO Cat-Raw-Amount(Cat-Idx)
        IF WS-Run-Subcat-Count > 0 THEN
            MOVE 0 TO WS-Run-Subcat-Count
            DISPLAY 'NOTE: the sub-category detail no longer adds up and is dropped from these figures.'
        END-IF
END-EVALUATE.
SET Scn-Figures-Changed TO TRUE.
PERFORM PREVIEW-SCENARIO-SECT.

PREVIEW-SCENARIO-SECT.
MOVE WS-Base-Salary TO Salary.
SET In-Preview-Mode TO TRUE.
PERFORM COMPUTE-AND-REPORT-SECT.

SAVE-SCENARIO-SECT.
*> Saves the working figures and the results of their last preview;
*> a name already on file for the household is overwritten.
IF Scn-Overflowed THEN
    DISPLAY 'SAVE REFUSED: WTM-SCENARIOS.DAT holds more than 300 scenarios - rewriting it would drop the overflow.'
    EXIT PARAGRAPH
END-IF.
IF WS-Scn-Current-Name = SPACES THEN
    DISPLAY 'Enter a name for this scenario (up to 20 characters, e.g. CURRENT, LEAN, AFTER THE MOVE):'
ELSE
    DISPLAY 'Enter a name for this scenario (up to 20 characters; blank keeps ', FUNCTION TRIM(WS-Scn-Current-Name), '):'
END-IF.
MOVE SPACES TO WS-Scn-Name-Input.
ACCEPT WS-Scn-Name-Input.
MOVE FUNCTION UPPER-CASE(WS-Scn-Name-Input) TO WS-Scn-Name-Input.
IF WS-Scn-Name-Input = SPACES THEN
    IF WS-Scn-Current-Name = SPACES THEN
        DISPLAY 'Nothing saved - a scenario needs a name.'
        EXIT PARAGRAPH
    END-IF
    MOVE WS-Scn-Current-Name TO WS-Scn-Name-Input
END-IF.
MOVE 0 TO WS-Scn-Slot.
PERFORM VARYING WS-Scn-Idx FROM 1 BY 1 UNTIL WS-Scn-Idx > WS-Scn-Count
    MOVE WS-Scn-Row(WS-Scn-Idx) TO Scenario-Record
    IF (Scn-Employee-ID = Employee-ID) AND (Scn-Name = WS-Scn-Name-Input) THEN
        MOVE WS-Scn-Idx TO WS-Scn-Slot
    END-IF
END-PERFORM.
IF WS-Scn-Slot = 0 THEN
    IF WS-Scn-Count >= 300 THEN
        DISPLAY 'SCENARIO FILE FULL: delete an old scenario before saving a new one.'
        EXIT PARAGRAPH
    END-IF
    IF WS-Scn-Pick-Count >= 20 THEN
        DISPLAY 'This household already has 20 scenarios - delete one or save over an existing name.'
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-Scn-Count
    MOVE WS-Scn-Count TO WS-Scn-Slot
    INITIALIZE Scenario-Record
ELSE
    MOVE WS-Scn-Row(WS-Scn-Slot) TO Scenario-Record
    DISPLAY 'Scenario ', FUNCTION TRIM(WS-Scn-Name-Input), ' is replaced with the working figures.'
END-IF.
MOVE Employee-ID TO Scn-Employee-ID.
MOVE WS-Scn-Name-Input TO Scn-Name.
MOVE WS-Base-Salary TO Scn-Base-Salary.
MOVE Secondary_Income TO Scn-Other-Income.
PERFORM VARYING Cat-Idx FROM 1 BY 1 UNTIL Cat-Idx > 6
    MOVE Cat-Raw-Amount(Cat-Idx) TO Scn-Raw-Amount(Cat-Idx)
    MOVE Cat-Percent(Cat-Idx) TO Scn-Cat-Percent(Cat-Idx)
END-PERFORM.
MOVE Salary TO Scn-Salary.
MOVE Extra TO Scn-Extra.
MOVE Extra_Percent TO Scn-Extra-Percent.
MOVE WS-Policy-Pass-Flag TO Scn-Policy-Flag.
IF WS-Health-Score < 0 THEN
    MOVE 0 TO Scn-Health-Score
ELSE
    MOVE WS-Health-Score TO Scn-Health-Score
END-IF.
MOVE FUNCTION CURRENT-DATE(1:8) TO Scn-Saved-Date.
MOVE WS-Stamp-Operator-ID TO Scn-Operator-ID.
MOVE Scenario-Record TO WS-Scn-Row(WS-Scn-Slot).
PERFORM REWRITE-SCENARIOS-SECT.
MOVE WS-Scn-Name-Input TO WS-Scn-Current-Name.
MOVE "N" TO WS-Scn-Changed-Flag.
DISPLAY 'Scenario ', FUNCTION TRIM(WS-Scn-Name-Input), ' saved.'.

DELETE-SCENARIO-SECT.
IF Scn-Overflowed THEN
    DISPLAY 'DELETE REFUSED: WTM-SCENARIOS.DAT holds more than 300 scenarios - rewriting it would drop the overflow.'
    EXIT PARAGRAPH
END-IF.
PERFORM ACCEPT-SCENARIO-PICK-SECT.
IF WS-Scn-Pick = 0 THEN
    EXIT PARAGRAPH
END-IF.
MOVE WS-Scn-Pick-Row(WS-Scn-Pick) TO WS-Scn-Slot.
MOVE WS-Scn-Row(WS-Scn-Slot) TO Scenario-Record.
DISPLAY 'Delete scenario ', FUNCTION TRIM(Scn-Name), '? Enter Y to confirm:'.
ACCEPT WS-Scn-Response.
IF NOT Wants-Scenarios THEN
    DISPLAY 'Not deleted.'
    EXIT PARAGRAPH
END-IF.
IF Scn-Name = WS-Scn-Current-Name THEN
    MOVE SPACES TO WS-Scn-Current-Name
END-IF.
PERFORM VARYING WS-Scn-Idx FROM WS-Scn-Slot BY 1 UNTIL WS-Scn-Idx >= WS-Scn-Count
    MOVE WS-Scn-Row(WS-Scn-Idx + 1) TO WS-Scn-Row(WS-Scn-Idx)
END-PERFORM.
SUBTRACT 1 FROM WS-Scn-Count.
PERFORM REWRITE-SCENARIOS-SECT.
DISPLAY 'Scenario deleted.'.

REWRITE-SCENARIOS-SECT.
*> The table holds only the first 300 rows of an overfull file.
IF Scn-Overflowed THEN
    DISPLAY 'WARNING: WTM-SCENARIOS.DAT holds more than 300 scenarios - not rewritten, the scenario is not marked.'
    EXIT PARAGRAPH
END-IF.
SET File-Ctl-Verify TO TRUE.
MOVE WS-FN-Scenarios TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN OUTPUT Scenario-File.
IF WS-Scenario-Status NOT = "00" THEN
    DISPLAY 'WARNING: could not write WTM-SCENARIOS.DAT, file status ', WS-Scenario-Status
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING WS-Scn-Idx FROM 1 BY 1 UNTIL WS-Scn-Idx > WS-Scn-Count
    MOVE WS-Scn-Row(WS-Scn-Idx) TO Scenario-File-Record
    WRITE Scenario-File-Record
END-PERFORM.
CLOSE Scenario-File.
SET Rjn-File-Image TO TRUE.
MOVE WS-FN-Scenarios TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
SET File-Ctl-Register TO TRUE.
MOVE WS-FN-Scenarios TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.

COMPARE-SCENARIOS-SECT.
*> Up to four saved scenarios side by side, from the results each
*> was saved with.
MOVE 0 TO WS-Cmp-Count.
MOVE "N" TO WS-Scn-Figure-OK-Flag.
PERFORM UNTIL Scn-Figure-OK OR (WS-Cmp-Count >= 4)
    PERFORM ACCEPT-SCENARIO-PICK-SECT
    IF WS-Scn-Pick = 0 THEN
        SET Scn-Figure-OK TO TRUE
    ELSE
        ADD 1 TO WS-Cmp-Count
        MOVE WS-Scn-Row(WS-Scn-Pick-Row(WS-Scn-Pick)) TO WS-Cmp-Row(WS-Cmp-Count)
        IF WS-Cmp-Count < 4 THEN
            DISPLAY 'Next scenario to compare, or 0 to show the page.'
        END-IF
    END-IF
END-PERFORM.
IF WS-Cmp-Count = 0 THEN
    EXIT PARAGRAPH
END-IF.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY 'SCENARIO COMPARISON - employee ', Employee-ID, '  ', Employee-Name.
DISPLAY '--------------------------------------------------------------------------------------------------'.
MOVE SPACES TO WS-Cmp-Line.
MOVE 'Scenario' TO WS-Cmp-Line(1:16).
PERFORM VARYING WS-Cmp-Idx FROM 1 BY 1 UNTIL WS-Cmp-Idx > WS-Cmp-Count
    MOVE WS-Cmp-Row(WS-Cmp-Idx) TO Scenario-Record
    COMPUTE WS-Cmp-Col = 17 + ((WS-Cmp-Idx - 1) * 20)
    MOVE Scn-Name TO WS-Cmp-Line(WS-Cmp-Col:20)
END-PERFORM.
DISPLAY WS-Cmp-Line.
MOVE SPACES TO WS-Cmp-Line.
MOVE 'Total income' TO WS-Cmp-Line(1:16).
PERFORM VARYING WS-Cmp-Idx FROM 1 BY 1 UNTIL WS-Cmp-Idx > WS-Cmp-Count
    MOVE WS-Cmp-Row(WS-Cmp-Idx) TO Scenario-Record
    COMPUTE WS-Cmp-Col = 17 + ((WS-Cmp-Idx - 1) * 20)
    MOVE Scn-Salary TO WS-Money-Disp
    MOVE WS-Money-Disp TO WS-Cmp-Line(WS-Cmp-Col:20)
END-PERFORM.
DISPLAY WS-Cmp-Line.
PERFORM VARYING Cat-Idx FROM 1 BY 1 UNTIL Cat-Idx > 6
    MOVE SPACES TO WS-Cmp-Line
    STRING FUNCTION TRIM(Cat-Name(Cat-Idx)) DELIMITED BY SIZE
        ' %' DELIMITED BY SIZE
        INTO WS-Cmp-Line(1:16)
    PERFORM VARYING WS-Cmp-Idx FROM 1 BY 1 UNTIL WS-Cmp-Idx > WS-Cmp-Count
        MOVE WS-Cmp-Row(WS-Cmp-Idx) TO Scenario-Record
        COMPUTE WS-Cmp-Col = 17 + ((WS-Cmp-Idx - 1) * 20)
        MOVE Scn-Cat-Percent(Cat-Idx) TO WS-Pct-Disp
        MOVE WS-Pct-Disp TO WS-Cmp-Line(WS-Cmp-Col + 8:7)
    END-PERFORM
    DISPLAY WS-Cmp-Line
END-PERFORM.
MOVE SPACES TO WS-Cmp-Line.
MOVE 'Extra $' TO WS-Cmp-Line(1:16).
PERFORM VARYING WS-Cmp-Idx FROM 1 BY 1 UNTIL WS-Cmp-Idx > WS-Cmp-Count
    MOVE WS-Cmp-Row(WS-Cmp-Idx) TO Scenario-Record
    COMPUTE WS-Cmp-Col = 17 + ((WS-Cmp-Idx - 1) * 20)
    MOVE Scn-Extra TO WS-Money-Disp
    MOVE WS-Money-Disp TO WS-Cmp-Line(WS-Cmp-Col:20)
END-PERFORM.
DISPLAY WS-Cmp-Line.
MOVE SPACES TO WS-Cmp-Line.
MOVE 'Extra %' TO WS-Cmp-Line(1:16).
PERFORM VARYING WS-Cmp-Idx FROM 1 BY 1 UNTIL WS-Cmp-Idx > WS-Cmp-Count
    MOVE WS-Cmp-Row(WS-Cmp-Idx) TO Scenario-Record
    COMPUTE WS-Cmp-Col = 17 + ((WS-Cmp-Idx - 1) * 20)
    MOVE Scn-Extra-Percent TO WS-Pct-Disp
    MOVE WS-Pct-Disp TO WS-Cmp-Line(WS-Cmp-Col + 8:7)
END-PERFORM.
DISPLAY WS-Cmp-Line.
MOVE SPACES TO WS-Cmp-Line.
MOVE 'Policy (P/F)' TO WS-Cmp-Line(1:16).
PERFORM VARYING WS-Cmp-Idx FROM 1 BY 1 UNTIL WS-Cmp-Idx > WS-Cmp-Count
    MOVE WS-Cmp-Row(WS-Cmp-Idx) TO Scenario-Record
    COMPUTE WS-Cmp-Col = 17 + ((WS-Cmp-Idx - 1) * 20)
    MOVE Scn-Policy-Flag TO WS-Cmp-Line(WS-Cmp-Col + 14:1)
END-PERFORM.
DISPLAY WS-Cmp-Line.
MOVE SPACES TO WS-Cmp-Line.
MOVE 'Health score' TO WS-Cmp-Line(1:16).
PERFORM VARYING WS-Cmp-Idx FROM 1 BY 1 UNTIL WS-Cmp-Idx > WS-Cmp-Count
    MOVE WS-Cmp-Row(WS-Cmp-Idx) TO Scenario-Record
    COMPUTE WS-Cmp-Col = 17 + ((WS-Cmp-Idx - 1) * 20)
    MOVE Scn-Health-Score TO WS-Cmp-Line(WS-Cmp-Col + 12:3)
END-PERFORM.
DISPLAY WS-Cmp-Line.
MOVE SPACES TO WS-Cmp-Line.
MOVE 'Saved' TO WS-Cmp-Line(1:16).
PERFORM VARYING WS-Cmp-Idx FROM 1 BY 1 UNTIL WS-Cmp-Idx > WS-Cmp-Count
    MOVE WS-Cmp-Row(WS-Cmp-Idx) TO Scenario-Record
    COMPUTE WS-Cmp-Col = 17 + ((WS-Cmp-Idx - 1) * 20)
    MOVE Scn-Saved-Date TO WS-Cmp-Line(WS-Cmp-Col + 7:8)
END-PERFORM.
DISPLAY WS-Cmp-Line.
MOVE SPACES TO WS-Cmp-Line.
MOVE 'Last adopted' TO WS-Cmp-Line(1:16).
PERFORM VARYING WS-Cmp-Idx FROM 1 BY 1 UNTIL WS-Cmp-Idx > WS-Cmp-Count
    MOVE WS-Cmp-Row(WS-Cmp-Idx) TO Scenario-Record
    COMPUTE WS-Cmp-Col = 17 + ((WS-Cmp-Idx - 1) * 20)
    IF Scn-Adopted-Period = 0 THEN
        MOVE 'never' TO WS-Cmp-Line(WS-Cmp-Col + 10:5)
    ELSE
        MOVE Scn-Adopted-Period TO WS-Cmp-Line(WS-Cmp-Col + 9:6)
    END-IF
END-PERFORM.
DISPLAY WS-Cmp-Line.
DISPLAY '--------------------------------------------------------------------------------------------------'.

ADOPT-SCENARIO-SECT.
*> The working figures become this period's run: the run written
*> earlier in the session (and any other for the period) is
*> superseded exactly as a Replace decision supersedes it.
DISPLAY 'Record the working figures as the actual run for employee ', Employee-ID, ' period ', WS-Budget-Period, '?'.
DISPLAY 'The run already on file for the period will be superseded. Enter Y to confirm:'.
ACCEPT WS-Scn-Response.
IF NOT Wants-Scenarios THEN
    DISPLAY 'Not adopted.'
    EXIT PARAGRAPH
END-IF.
MOVE WS-Dup-Decision TO WS-Scn-Saved-Decision.
MOVE "R" TO WS-Dup-Decision.
MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Dup-Run-Date.
MOVE WS-Base-Salary TO Salary.
MOVE "N" TO WS-Preview-Mode.
PERFORM COMPUTE-AND-REPORT-SECT.
MOVE WS-Scn-Saved-Decision TO WS-Dup-Decision.
IF (WS-Scn-Current-Name NOT = SPACES) AND NOT Scn-Figures-Changed THEN
    PERFORM VARYING WS-Scn-Idx FROM 1 BY 1 UNTIL WS-Scn-Idx > WS-Scn-Count
        MOVE WS-Scn-Row(WS-Scn-Idx) TO Scenario-Record
        IF (Scn-Employee-ID = Employee-ID) AND (Scn-Name = WS-Scn-Current-Name) THEN
            MOVE WS-Budget-Period TO Scn-Adopted-Period
            MOVE FUNCTION CURRENT-DATE(1:8) TO Scn-Adopted-Date
            MOVE Scenario-Record TO WS-Scn-Row(WS-Scn-Idx)
        END-IF
    END-PERFORM
    PERFORM REWRITE-SCENARIOS-SECT
    DISPLAY 'Scenario ', FUNCTION TRIM(WS-Scn-Current-Name), ' adopted as the run for period ', WS-Budget-Period, '.'
ELSE
    DISPLAY 'Working figures adopted as the run for period ', WS-Budget-Period,
        ' - they are not a saved scenario as they stand; save them to keep them.'
END-IF.

CHANGE-REQUEST-QUEUE-SECT.
*> Household change requests from the portal and HR, queued by
*> WTM-CHGINTAKE. Each pending request is listed with how long it has
*> waited - AGED past the CHRQ threshold on WTM-WORK-CONFIG.DAT - and
*> the operator applies it to the household's latest run as a new
*> superseding run, rejects it with a reason, or leaves it for later.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY 'HOUSEHOLD CHANGE-REQUEST QUEUE'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
MOVE WS-Budget-Period TO WS-Chq-Saved-Period.
PERFORM LOAD-CHANGE-AGING-SECT.
SET Chq-Done TO FALSE.
PERFORM UNTIL Chq-Done
    PERFORM LOAD-CHANGE-REQUESTS-SECT
    PERFORM LIST-CHANGE-REQUESTS-SECT
    IF WS-Chq-Pending-Count = 0 THEN
        SET Chq-Done TO TRUE
    ELSE
        DISPLAY 'Enter the request number to work, or 0 to finish:'
        PERFORM ACCEPT-CHANGE-REQUEST-NO-SECT
        IF WS-Chq-Pick = 0 THEN
            SET Chq-Done TO TRUE
        ELSE
            PERFORM WORK-CHANGE-REQUEST-SECT
            MOVE WS-Chq-Saved-Period TO WS-Budget-Period
        END-IF
    END-IF
END-PERFORM.
MOVE WS-Chq-Saved-Period TO WS-Budget-Period.

LOAD-CHANGE-AGING-SECT.
*> How many days a request may wait before it shows as aged: the CHRQ
*> row on the work-queue configuration, three days when there is none.
MOVE 3 TO WS-Chq-Aged-Days.
OPEN INPUT Work-Config-File.
IF WS-Work-Config-Status = "00" THEN
    PERFORM UNTIL WS-Work-Config-Status NOT = "00"
        READ Work-Config-File
            AT END EXIT PERFORM
            NOT AT END
                IF (Wkc-Source = 'CHRQ') AND (Wkc-Escalate-Days IS NUMERIC) THEN
                    MOVE Wkc-Escalate-Days TO WS-Chq-Aged-Days
                END-IF
        END-READ
    END-PERFORM
    CLOSE Work-Config-File
END-IF.

LOAD-CHANGE-REQUESTS-SECT.
MOVE 0 TO WS-Chq-Count.
SET Chq-Overflowed TO FALSE.
OPEN INPUT Change-Request-File.
IF WS-Change-Request-Status = "00" THEN
    PERFORM UNTIL WS-Change-Request-Status NOT = "00"
        READ Change-Request-File
            AT END EXIT PERFORM
            NOT AT END
                IF WS-Chq-Count < 500 THEN
                    ADD 1 TO WS-Chq-Count
                    MOVE Change-Request-Record TO WS-Chq-Row(WS-Chq-Count)
                ELSE
                    DISPLAY 'WARNING: more than 500 change requests on file - the rest are not shown,'
                    DISPLAY '         and no request can be decided until the queue is cut back.'
                    SET Chq-Overflowed TO TRUE
                    EXIT PERFORM
                END-IF
        END-READ
    END-PERFORM
    CLOSE Change-Request-File
END-IF.

LIST-CHANGE-REQUESTS-SECT.
MOVE 0 TO WS-Chq-Pending-Count.
MOVE 0 TO WS-Chq-Aged-Count.
MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Chq-Today.
DISPLAY 'Request  Employee  Category        New amount     Effective  Source    Received  Age'.
PERFORM VARYING WS-Chq-Idx FROM 1 BY 1 UNTIL WS-Chq-Idx > WS-Chq-Count
    MOVE WS-Chq-Row(WS-Chq-Idx) TO Change-Request-Record
    IF Chr-Pending THEN
        ADD 1 TO WS-Chq-Pending-Count
        MOVE 0 TO WS-Chq-Age-Days
        IF (Chr-Received-Date IS NUMERIC) AND (FUNCTION TEST-DATE-YYYYMMDD(Chr-Received-Date) = 0)
            AND (Chr-Received-Date <= WS-Chq-Today) THEN
            COMPUTE WS-Chq-Age-Days = FUNCTION INTEGER-OF-DATE(WS-Chq-Today)
                - FUNCTION INTEGER-OF-DATE(Chr-Received-Date)
        END-IF
        MOVE SPACES TO WS-Chq-Aged-Flag
        IF WS-Chq-Age-Days > WS-Chq-Aged-Days THEN
            MOVE 'AGED' TO WS-Chq-Aged-Flag
            ADD 1 TO WS-Chq-Aged-Count
        END-IF
        MOVE Chr-New-Amount TO WS-Chq-Amount-Disp
        DISPLAY Chr-Request-No, '   ', Chr-Employee-ID, '    ', Chr-Category-Name, ' ', WS-Chq-Amount-Disp, '  ',
            Chr-Effective-Period, '     ', Chr-Source, '  ', Chr-Received-Date, '  ', WS-Chq-Age-Days, ' day(s) ',
            WS-Chq-Aged-Flag
    END-IF
END-PERFORM.
IF WS-Chq-Pending-Count = 0 THEN
    DISPLAY 'No change requests are waiting for a decision.'
ELSE
    DISPLAY WS-Chq-Pending-Count, ' request(s) pending, ', WS-Chq-Aged-Count, ' waiting more than ',
        WS-Chq-Aged-Days, ' day(s).'
END-IF.

ACCEPT-CHANGE-REQUEST-NO-SECT.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    MOVE SPACES TO WS-Chq-Pick-Input
    ACCEPT WS-Chq-Pick-Input
    IF FUNCTION TEST-NUMVAL(WS-Chq-Pick-Input) NOT = 0 THEN
        DISPLAY 'INPUT ERROR: that is not a valid number. Please re-enter.'
    ELSE
        IF (FUNCTION NUMVAL(WS-Chq-Pick-Input) < 0) OR (FUNCTION NUMVAL(WS-Chq-Pick-Input) > 999999) THEN
            DISPLAY 'INPUT ERROR: enter a request number from the list, or 0. Please re-enter.'
        ELSE
            COMPUTE WS-Chq-Pick = FUNCTION NUMVAL(WS-Chq-Pick-Input)
            MOVE "Y" TO WS-Input-Valid
        END-IF
    END-IF
END-PERFORM.

WORK-CHANGE-REQUEST-SECT.
IF Chq-Overflowed THEN
    DISPLAY 'REFUSED: more than 500 change requests on file - recording a decision would drop the overflow.'
    EXIT PARAGRAPH
END-IF.
MOVE 0 TO WS-Chq-Slot.
PERFORM VARYING WS-Chq-Idx FROM 1 BY 1 UNTIL WS-Chq-Idx > WS-Chq-Count
    MOVE WS-Chq-Row(WS-Chq-Idx) TO Change-Request-Record
    IF (Chr-Request-No = WS-Chq-Pick) AND Chr-Pending THEN
        MOVE WS-Chq-Idx TO WS-Chq-Slot
    END-IF
END-PERFORM.
IF WS-Chq-Slot = 0 THEN
    DISPLAY 'Request ', WS-Chq-Pick, ' is not a pending request.'
    EXIT PARAGRAPH
END-IF.
MOVE WS-Chq-Row(WS-Chq-Slot) TO Change-Request-Record.
MOVE Chr-New-Amount TO WS-Chq-Amount-Disp.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY 'Request ', Chr-Request-No, ' from ', FUNCTION TRIM(Chr-Source), ' received ', Chr-Received-Date,
    ' for employee ', Chr-Employee-ID.
DISPLAY '  ', FUNCTION TRIM(Chr-Category-Name), ' becomes $', WS-Chq-Amount-Disp, ' from period ', Chr-Effective-Period.
IF Chr-Description NOT = SPACES THEN
    DISPLAY '  "', FUNCTION TRIM(Chr-Description), '"'
END-IF.
PERFORM FIND-LATEST-RUN-SECT.
IF Chq-Run-Found THEN
    COMPUTE WS-Chq-Current-Disp ROUNDED = WS-Chq-Run-Yearly(Chr-Category-No)
        / Cat-Multiplier(Chr-Category-No)
    DISPLAY '  Latest run: period ', WS-Chq-Run-Period, ', written ', WS-Chq-Run-Date, ', run ID ', WS-Chq-Run-ID
    DISPLAY '  ', FUNCTION TRIM(Chr-Category-Name), ' on that run: $', WS-Chq-Current-Disp
    IF Chq-Period-Run-Found THEN
        DISPLAY '  Applying supersedes the run on file for period ', Chr-Effective-Period, ' (written ',
            WS-Chq-Period-Run-Date, ').'
    ELSE
        DISPLAY '  There is no run for period ', Chr-Effective-Period, ' yet - applying records one.'
    END-IF
ELSE
    DISPLAY '  Employee ', Chr-Employee-ID, ' has no run on file to apply this to - budget the household first.'
END-IF.
DISPLAY 'Enter A to apply, R to reject with a reason, or S to leave it pending:'.
ACCEPT WS-Chq-Action.
EVALUATE TRUE
    WHEN (WS-Chq-Action = "A") OR (WS-Chq-Action = "a")
        PERFORM APPLY-CHANGE-REQUEST-SECT
    WHEN (WS-Chq-Action = "R") OR (WS-Chq-Action = "r")
        PERFORM REJECT-CHANGE-REQUEST-SECT
    WHEN OTHER
        DISPLAY 'Request ', Chr-Request-No, ' left pending.'
END-EVALUATE.

FIND-LATEST-RUN-SECT.
*> The employee's latest live run at or before the effective period
*> (the latest on file when every run is later), and whether a run
*> for the effective period itself is already on file - the one an
*> applied request will supersede.
MOVE "N" TO WS-Chq-Run-Flag.
MOVE "N" TO WS-Chq-Period-Run-Flag.
MOVE 0 TO WS-Chq-Period-Run-Date.
MOVE 0 TO WS-Chq-Early-Period.
MOVE 0 TO WS-Chq-Any-Period.
MOVE SPACES TO WS-Chq-Early-Run.
MOVE SPACES TO WS-Chq-Any-Run.
OPEN INPUT Budget-History-Read-File.
IF Budget-History-Read-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL Budget-History-Read-Status NOT = "00"
    READ Budget-History-Read-File
        AT END EXIT PERFORM
        NOT AT END
            IF (Prior-Hist-Employee-ID IS NUMERIC) AND (Prior-Hist-Employee-ID = Chr-Employee-ID)
                AND (Prior-Hist-Period IS NUMERIC) AND (Prior-Hist-Superseded-Flag NOT = "S") THEN
                PERFORM NOTE-LATEST-RUN-SECT
            END-IF
    END-READ
END-PERFORM.
CLOSE Budget-History-Read-File.
IF WS-Chq-Early-Period > 0 THEN
    MOVE WS-Chq-Early-Run TO WS-Chq-Run
    SET Chq-Run-Found TO TRUE
ELSE
    IF WS-Chq-Any-Period > 0 THEN
        MOVE WS-Chq-Any-Run TO WS-Chq-Run
        SET Chq-Run-Found TO TRUE
    END-IF
END-IF.

NOTE-LATEST-RUN-SECT.
IF Prior-Hist-Period = Chr-Effective-Period THEN
    SET Chq-Period-Run-Found TO TRUE
    MOVE Prior-Hist-Run-Date TO WS-Chq-Period-Run-Date
END-IF.
MOVE Prior-Hist-Period TO WS-Chq-Run-Period.
MOVE Prior-Hist-Run-Date TO WS-Chq-Run-Date.
MOVE Prior-Hist-Salary TO WS-Chq-Run-Salary.
MOVE Prior-Hist-Rent TO WS-Chq-Run-Yearly(Cat-Rent).
MOVE Prior-Hist-Bills TO WS-Chq-Run-Yearly(Cat-Bills).
MOVE Prior-Hist-Food TO WS-Chq-Run-Yearly(Cat-Food).
MOVE Prior-Hist-Travel TO WS-Chq-Run-Yearly(Cat-Travel).
MOVE Prior-Hist-Taxes TO WS-Chq-Run-Yearly(Cat-Taxes).
MOVE Prior-Hist-Insurance TO WS-Chq-Run-Yearly(Cat-Insurance).
MOVE Prior-Hist-Taxes-Percent TO WS-Chq-Run-Tax-Pct.
IF Prior-Hist-Layout-Version IS NUMERIC THEN
    MOVE Prior-Hist-Layout-Version TO WS-Chq-Run-Layout
ELSE
    MOVE 0 TO WS-Chq-Run-Layout
END-IF.
*> Older vintages lack the later fields; they take the defaults a
*> keyed run would - all salary, a full period, one adult.
IF (WS-Chq-Run-Layout >= 3) AND (Prior-Hist-Base-Salary IS NUMERIC) AND (Prior-Hist-Base-Salary > 0) THEN
    MOVE Prior-Hist-Base-Salary TO WS-Chq-Run-Base
    MOVE Prior-Hist-Other-Income TO WS-Chq-Run-Other
    MOVE Prior-Hist-Household-ID TO WS-Chq-Run-Household
ELSE
    MOVE Prior-Hist-Salary TO WS-Chq-Run-Base
    MOVE 0 TO WS-Chq-Run-Other
    MOVE 0 TO WS-Chq-Run-Household
END-IF.
IF WS-Chq-Run-Layout >= 4 THEN
    MOVE Prior-Hist-Company-Code TO WS-Chq-Run-Company
    MOVE Prior-Hist-Dept-Code TO WS-Chq-Run-Dept
ELSE
    MOVE SPACES TO WS-Chq-Run-Company
    MOVE SPACES TO WS-Chq-Run-Dept
END-IF.
MOVE 1.0000 TO WS-Chq-Run-Factor.
IF (WS-Chq-Run-Layout >= 7) AND (Prior-Hist-Prorate-Factor IS NUMERIC)
    AND (Prior-Hist-Prorate-Factor > 0) AND (Prior-Hist-Prorate-Factor < 1.0000) THEN
    MOVE Prior-Hist-Prorate-Factor TO WS-Chq-Run-Factor
END-IF.
MOVE 1 TO WS-Chq-Run-Adults.
MOVE 0 TO WS-Chq-Run-Dependents.
IF (WS-Chq-Run-Layout >= 9) AND (Prior-Hist-Adults IS NUMERIC) AND (Prior-Hist-Dependents IS NUMERIC)
    AND (Prior-Hist-Adults > 0) THEN
    MOVE Prior-Hist-Adults TO WS-Chq-Run-Adults
    MOVE Prior-Hist-Dependents TO WS-Chq-Run-Dependents
END-IF.
MOVE 0 TO WS-Chq-Run-Federal.
IF (WS-Chq-Run-Layout >= 10) AND (Prior-Hist-Federal-Tax IS NUMERIC) THEN
    MOVE Prior-Hist-Federal-Tax TO WS-Chq-Run-Federal
END-IF.
MOVE SPACES TO WS-Chq-Run-ID.
IF WS-Chq-Run-Layout >= 11 THEN
    MOVE Prior-Hist-Run-ID TO WS-Chq-Run-ID
END-IF.
IF Prior-Hist-Period >= WS-Chq-Any-Period THEN
    MOVE Prior-Hist-Period TO WS-Chq-Any-Period
    MOVE WS-Chq-Run TO WS-Chq-Any-Run
END-IF.
IF (Prior-Hist-Period <= Chr-Effective-Period) AND (Prior-Hist-Period >= WS-Chq-Early-Period) THEN
    MOVE Prior-Hist-Period TO WS-Chq-Early-Period
    MOVE WS-Chq-Run TO WS-Chq-Early-Run
END-IF.

APPLY-CHANGE-REQUEST-SECT.
*> The latest run's figures, back in the units they were keyed in,
*> with the requested category replaced, become the effective
*> period's run. A run prorated for part of its own period keeps its
*> factor when the request lands in that same period; carried into
*> another period it is taken back to a full one.
SET Chq-Refused TO FALSE.
IF NOT Chq-Run-Found THEN
    DISPLAY 'NOT APPLIED: there is no run on file for employee ', Chr-Employee-ID, ' to apply this to.'
    SET Chq-Refused TO TRUE
END-IF.
IF (NOT Chq-Refused) AND (WS-Chq-Run-Household > 0) THEN
    DISPLAY 'NOT APPLIED: the latest run is joint household ', WS-Chq-Run-Household,
        ' - re-key it in mode J with the new figure, then reject this request noting it was keyed there.'
    SET Chq-Refused TO TRUE
END-IF.
MOVE Chr-Employee-ID TO Employee-ID.
MOVE Chr-Effective-Period TO WS-Budget-Period.
IF NOT Chq-Refused THEN
    PERFORM CHECK-PERIOD-CLOSED-SECT
    IF Period-Is-Closed THEN
        DISPLAY 'NOT APPLIED: period ', WS-Budget-Period, ' is closed on WTM-PERIOD-STATUS.DAT.'
        SET Chq-Refused TO TRUE
    END-IF
END-IF.
MOVE SPACES TO Employee-Name.
MOVE WS-Chq-Run-Company TO Employee-Company.
MOVE WS-Chq-Run-Dept TO Employee-Dept.
IF (NOT Chq-Refused) AND (WS-Employee-Master-Count > 0) THEN
    PERFORM LOOKUP-EMPLOYEE-MASTER-SECT
    IF NOT Empl-On-Master THEN
        DISPLAY 'NOT APPLIED: employee ', Employee-ID, ' is not on the employee master.'
        SET Chq-Refused TO TRUE
    ELSE
        IF WS-Empl-Lookup-Status = "I" THEN
            DISPLAY 'NOT APPLIED: employee ', Employee-ID, ' is deactivated on the employee master for period ',
                WS-Budget-Period, '.'
            SET Chq-Refused TO TRUE
        ELSE
            MOVE WS-Empl-Master-Name TO Employee-Name
            IF WS-Empl-Master-Company NOT = SPACES THEN
                MOVE WS-Empl-Master-Company TO Employee-Company
                MOVE WS-Empl-Master-Dept TO Employee-Dept
            END-IF
        END-IF
    END-IF
END-IF.
IF Chq-Refused THEN
    DISPLAY 'Request ', Chr-Request-No, ' left pending.'
    EXIT PARAGRAPH
END-IF.
PERFORM CHANGE-REQUEST-FIGURES-SECT.
MOVE WS-Dup-Decision TO WS-Chq-Saved-Decision.
IF Chq-Period-Run-Found THEN
    MOVE "R" TO WS-Dup-Decision
    MOVE WS-Chq-Period-Run-Date TO WS-Dup-Run-Date
ELSE
    MOVE "A" TO WS-Dup-Decision
END-IF.
MOVE "N" TO WS-Preview-Mode.
MOVE 'CHGREQ  ' TO WS-Run-Source-Tag.
MOVE 0 TO WS-Run-Input-Seq.
PERFORM COMPUTE-AND-REPORT-SECT.
MOVE 'CONSOLE ' TO WS-Run-Source-Tag.
MOVE WS-Chq-Saved-Decision TO WS-Dup-Decision.
MOVE WS-Chq-Row(WS-Chq-Slot) TO Change-Request-Record.
SET Chr-Applied TO TRUE.
MOVE FUNCTION CURRENT-DATE(1:8) TO Chr-Decided-Date.
PERFORM SET-STAMP-OPERATOR-SECT.
MOVE WS-Stamp-Operator-ID TO Chr-Decided-By.
MOVE SPACES TO Chr-Reject-Reason.
MOVE WS-Run-ID TO Chr-Run-ID.
PERFORM REWRITE-CHANGE-REQUESTS-SECT.
DISPLAY 'Request ', Chr-Request-No, ' applied as run ', WS-Run-ID, ' for period ', WS-Budget-Period, '.'.

CHANGE-REQUEST-FIGURES-SECT.
MOVE 0 TO WS-Income-Line-Count.
MOVE 0 TO WS-Run-Subcat-Count.
MOVE WS-Chq-Run-Adults TO WS-HH-Adults.
MOVE WS-Chq-Run-Dependents TO WS-HH-Dependents.
PERFORM SET-HOUSEHOLD-PERSONS-SECT.
MOVE 0 TO WS-Household-ID.
MOVE "N" TO WS-Debt-Response.
COMPUTE Salary ROUNDED = WS-Chq-Run-Base / WS-Chq-Run-Factor.
COMPUTE Secondary_Income ROUNDED = WS-Chq-Run-Other / WS-Chq-Run-Factor.
PERFORM VARYING Cat-Idx FROM 1 BY 1 UNTIL Cat-Idx > 6
    IF Cat-Tax-Calc(Cat-Idx) THEN
        PERFORM CHANGE-REQUEST-TAX-PCT-SECT
    ELSE
        COMPUTE Cat-Raw-Amount(Cat-Idx) ROUNDED = WS-Chq-Run-Yearly(Cat-Idx)
            / Cat-Multiplier(Cat-Idx) / WS-Chq-Run-Factor
    END-IF
END-PERFORM.
MOVE Chr-New-Amount TO Cat-Raw-Amount(Chr-Category-No).
MOVE 1.0000 TO WS-Prorate-Factor.
IF (WS-Chq-Run-Factor < 1.0000) AND (WS-Chq-Run-Period = WS-Budget-Period) THEN
    MOVE WS-Chq-Run-Factor TO WS-Prorate-Factor
    COMPUTE Salary ROUNDED = Salary * WS-Prorate-Factor
    COMPUTE Secondary_Income ROUNDED = Secondary_Income * WS-Prorate-Factor
    PERFORM VARYING Cat-Idx FROM 1 BY 1 UNTIL Cat-Idx > 6
        IF NOT Cat-Tax-Calc(Cat-Idx) THEN
            COMPUTE Cat-Raw-Amount(Cat-Idx) ROUNDED = Cat-Raw-Amount(Cat-Idx) * WS-Prorate-Factor
        END-IF
    END-PERFORM
END-IF.
MOVE Salary TO WS-Base-Salary.

CHANGE-REQUEST-TAX-PCT-SECT.
*> With the bracket table loaded tax is computed afresh. Without it
*> the keyed flat percent is recovered from the run: the income-tax
*> portion over salary where the split is on file, otherwise the
*> run's tax percent as recorded.
MOVE 0 TO Cat-Raw-Amount(Cat-Idx).
IF Brackets-Loaded THEN
    EXIT PARAGRAPH
END-IF.
IF (WS-Chq-Run-Federal > 0) AND (WS-Chq-Run-Salary > 0) THEN
    COMPUTE Cat-Raw-Amount(Cat-Idx) ROUNDED = (WS-Chq-Run-Federal / WS-Chq-Run-Salary) * 100
ELSE
    MOVE WS-Chq-Run-Tax-Pct TO Cat-Raw-Amount(Cat-Idx)
END-IF.
IF Cat-Raw-Amount(Cat-Idx) > 100 THEN
    MOVE 100 TO Cat-Raw-Amount(Cat-Idx)
END-IF.
IF Cat-Raw-Amount(Cat-Idx) < 0 THEN
    MOVE 0 TO Cat-Raw-Amount(Cat-Idx)
END-IF.

REJECT-CHANGE-REQUEST-SECT.
DISPLAY 'Enter the reason for rejecting request ', Chr-Request-No, ' (it goes back to the employee):'.
MOVE SPACES TO WS-Chq-Reason-Input.
PERFORM UNTIL WS-Chq-Reason-Input NOT = SPACES
    ACCEPT WS-Chq-Reason-Input
    IF WS-Chq-Reason-Input = SPACES THEN
        DISPLAY 'INPUT ERROR: a rejection needs a reason. Please re-enter.'
    END-IF
END-PERFORM.
MOVE WS-Chq-Row(WS-Chq-Slot) TO Change-Request-Record.
SET Chr-Rejected TO TRUE.
MOVE FUNCTION CURRENT-DATE(1:8) TO Chr-Decided-Date.
PERFORM SET-STAMP-OPERATOR-SECT.
MOVE WS-Stamp-Operator-ID TO Chr-Decided-By.
MOVE WS-Chq-Reason-Input TO Chr-Reject-Reason.
MOVE SPACES TO Chr-Run-ID.
PERFORM REWRITE-CHANGE-REQUESTS-SECT.
DISPLAY 'Request ', Chr-Request-No, ' rejected.'.

REWRITE-CHANGE-REQUESTS-SECT.
*> The decided request replaces its row. The queue is re-read first
*> so requests the intake has appended meanwhile are kept.
MOVE Change-Request-Record TO WS-Chq-Decided-Row.
MOVE Chr-Request-No TO WS-Chq-Decided-No.
PERFORM LOAD-CHANGE-REQUESTS-SECT.
IF Chq-Overflowed THEN
    DISPLAY 'WARNING: more than 500 change requests on file - not rewritten, the decision is not recorded on the queue.'
    MOVE WS-Chq-Decided-Row TO Change-Request-Record
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING WS-Chq-Idx FROM 1 BY 1 UNTIL WS-Chq-Idx > WS-Chq-Count
    MOVE WS-Chq-Row(WS-Chq-Idx) TO Change-Request-Record
    IF Chr-Request-No = WS-Chq-Decided-No THEN
        MOVE WS-Chq-Decided-Row TO WS-Chq-Row(WS-Chq-Idx)
    END-IF
END-PERFORM.
OPEN OUTPUT Change-Request-File.
IF WS-Change-Request-Status NOT = "00" THEN
    DISPLAY 'WARNING: could not rewrite ', FUNCTION TRIM(WS-FN-Change-Requests), ', file status ',
        WS-Change-Request-Status, ' - the decision is not recorded on the queue.'
    MOVE WS-Chq-Decided-Row TO Change-Request-Record
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING WS-Chq-Idx FROM 1 BY 1 UNTIL WS-Chq-Idx > WS-Chq-Count
    MOVE WS-Chq-Row(WS-Chq-Idx) TO Change-Request-Record
    WRITE Change-Request-Record
END-PERFORM.
CLOSE Change-Request-File.
MOVE WS-Chq-Decided-Row TO Change-Request-Record.
SET Rjn-File-Image TO TRUE.
MOVE WS-FN-Change-Requests TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.

JOINT-BUDGET-SECT.
DISPLAY '--------------------------------------------------------------------------------------------------'
DISPLAY 'Enter Partner 2 annual travel expenses:'.
PERFORM VALIDATE-AND-ACCEPT-AMOUNT-SECT.
MOVE WS-Amount-Value TO WS-Joint-Travel-2.
PERFORM ACCEPT-SPLIT-BASIS-SECT.
COMPUTE Salary = WS-Joint-Salary-1 + WS-Joint-Salary-2.
COMPUTE Secondary_Income = WS-Joint-Secondary-1 + WS-Joint-Secondary-2.
COMPUTE Cat-Raw-Amount(Cat-Rent) = WS-Joint-Rent-1 + WS-Joint-Rent-2.
PERFORM REGISTER-HOUSEHOLD-SECT.
MOVE Salary TO WS-Base-Salary.
PERFORM DEBT-TRACKING-SECT.
SET Joint-Split-Active TO TRUE.
PERFORM COMPUTE-AND-REPORT-SECT.
PERFORM WHAT-IF-SECT.
SET Joint-Split-Active TO FALSE.
MOVE 0 TO WS-Household-ID.

ACCEPT-SPLIT-BASIS-SECT.
*> How the partners divide the shared costs: P splits every category
*> by each member's share of household income (salary plus secondary
*> income); F takes a fixed percentage for Partner 1 and the rest for
*> Partner 2. A fixed split covers the household costs only - the
*> tax bill is on each member's own pay, so Taxes stay by income.
DISPLAY 'Split shared costs P proportional to income, or F fixed percentage? (default P):'.
ACCEPT WS-Joint-Split-Input.
MOVE FUNCTION UPPER-CASE(WS-Joint-Split-Input) TO WS-Joint-Split-Input.
IF WS-Joint-Split-Input = "F" THEN
    MOVE "F" TO WS-Joint-Split-Basis
    MOVE "N" TO WS-Input-Valid
    PERFORM UNTIL Input-Valid
        DISPLAY 'Enter Partner 1 percentage of shared costs (1 to 99):'
        PERFORM VALIDATE-AND-ACCEPT-AMOUNT-SECT
        IF (WS-Amount-Value < 1) OR (WS-Amount-Value > 99) THEN
            DISPLAY 'INPUT ERROR: the percentage must be from 1 to 99. Please re-enter.'
        ELSE
            MOVE WS-Amount-Value TO WS-Joint-Fixed-Pct-1
            MOVE "Y" TO WS-Input-Valid
        END-IF
    END-PERFORM
ELSE
    MOVE "P" TO WS-Joint-Split-Basis
    MOVE 0 TO WS-Joint-Fixed-Pct-1
END-IF.

COMPUTE-CONTRIBUTION-SPLIT-SECT.
*> Divides the computed yearly categories between the two members.
*> Member income is what each entered, scaled so the two add up to
*> the household income this pass actually used (a what-if change or
*> a prorated period moves both members alike). Partner 2 takes the
*> category less Partner 1's rounded share, so the pair always ties
*> back to the household figure; each member's Extra is their income
*> less their contributions and goes negative when their share of the
*> costs is more than they bring in. Garnishments are on Partner 1's
*> pay (the run's employee) and come out of Partner 1's Extra alone.
COMPUTE WS-Joint-Income-1 = WS-Joint-Salary-1 + WS-Joint-Secondary-1.
COMPUTE WS-Joint-Income-2 = WS-Joint-Salary-2 + WS-Joint-Secondary-2.
IF (WS-Joint-Income-1 + WS-Joint-Income-2) > 0 THEN
    COMPUTE WS-Joint-Income-Share-1 ROUNDED =
        WS-Joint-Income-1 / (WS-Joint-Income-1 + WS-Joint-Income-2)
ELSE
    MOVE 0.5 TO WS-Joint-Income-Share-1
END-IF.
COMPUTE WS-Joint-Income-1 ROUNDED = Salary * WS-Joint-Income-Share-1.
COMPUTE WS-Joint-Income-2 = Salary - WS-Joint-Income-1.
IF Joint-Split-Fixed THEN
    COMPUTE WS-Joint-Cost-Share-1 = WS-Joint-Fixed-Pct-1 / 100
ELSE
    MOVE WS-Joint-Income-Share-1 TO WS-Joint-Cost-Share-1
END-IF.
MOVE WS-Joint-Income-1 TO WS-Joint-Extra-1.
MOVE WS-Joint-Income-2 TO WS-Joint-Extra-2.
PERFORM VARYING Cat-Idx FROM 1 BY 1 UNTIL Cat-Idx > 6
    IF Cat-Tax-Calc(Cat-Idx) THEN
        COMPUTE WS-Joint-Contrib-1(Cat-Idx) ROUNDED =
            Cat-Yearly-Amount(Cat-Idx) * WS-Joint-Income-Share-1
    ELSE
        COMPUTE WS-Joint-Contrib-1(Cat-Idx) ROUNDED =
            Cat-Yearly-Amount(Cat-Idx) * WS-Joint-Cost-Share-1
    END-IF
    COMPUTE WS-Joint-Contrib-2(Cat-Idx) =
        Cat-Yearly-Amount(Cat-Idx) - WS-Joint-Contrib-1(Cat-Idx)
    SUBTRACT WS-Joint-Contrib-1(Cat-Idx) FROM WS-Joint-Extra-1
    SUBTRACT WS-Joint-Contrib-2(Cat-Idx) FROM WS-Joint-Extra-2
END-PERFORM.
SUBTRACT WS-Garnish-Total FROM WS-Joint-Extra-1.
COMPUTE WS-Joint-Pct-Disp-1 = WS-Joint-Cost-Share-1 * 100.
COMPUTE WS-Joint-Pct-Disp-2 = 100 - (WS-Joint-Cost-Share-1 * 100).

FORMAT-CONTRIBUTION-ROW-SECT.
*> One statement row: a label and the two members' yearly amounts,
*> laid out the same way on the screen and on the printed report.
MOVE SPACES TO WS-Joint-Stmt-Line.
MOVE WS-Joint-Stmt-Label TO WS-Joint-Stmt-Line(1:15).
MOVE WS-Joint-Stmt-Amount-1 TO WS-Money-Disp.
MOVE "$" TO WS-Joint-Stmt-Line(17:1).
MOVE WS-Money-Disp TO WS-Joint-Stmt-Line(18:15).
MOVE WS-Joint-Stmt-Amount-2 TO WS-Money-Disp.
MOVE "$" TO WS-Joint-Stmt-Line(36:1).
MOVE WS-Money-Disp TO WS-Joint-Stmt-Line(37:15).

CONTRIBUTION-STATEMENT-SECT.
*> The joint run's contribution statement: what each member should
*> put toward each category over the year and the Extra each keeps.
PERFORM COMPUTE-CONTRIBUTION-SPLIT-SECT.
DISPLAY '| Member contribution statement, a year'.
IF Joint-Split-Fixed THEN
    DISPLAY '|   Split: fixed - Partner 1 ', WS-Joint-Pct-Disp-1, '% / Partner 2 ', WS-Joint-Pct-Disp-2, '% of household costs; taxes by income'
ELSE
    DISPLAY '|   Split: proportional to income - Partner 1 ', WS-Joint-Pct-Disp-1, '% / Partner 2 ', WS-Joint-Pct-Disp-2, '%'
END-IF.
MOVE SPACES TO WS-Joint-Stmt-Line.
MOVE WS-Joint-Employee-Name-1 TO WS-Joint-Stmt-Line(18:15).
MOVE WS-Joint-Employee-Name-2 TO WS-Joint-Stmt-Line(37:15).
DISPLAY '|   ', WS-Joint-Stmt-Line(1:60).
MOVE 'Income' TO WS-Joint-Stmt-Label.
MOVE WS-Joint-Income-1 TO WS-Joint-Stmt-Amount-1.
MOVE WS-Joint-Income-2 TO WS-Joint-Stmt-Amount-2.
PERFORM FORMAT-CONTRIBUTION-ROW-SECT.
DISPLAY '|   ', WS-Joint-Stmt-Line(1:60).
PERFORM VARYING Cat-Idx FROM 1 BY 1 UNTIL Cat-Idx > 6
    MOVE Cat-Name(Cat-Idx) TO WS-Joint-Stmt-Label
    MOVE WS-Joint-Contrib-1(Cat-Idx) TO WS-Joint-Stmt-Amount-1
    MOVE WS-Joint-Contrib-2(Cat-Idx) TO WS-Joint-Stmt-Amount-2
    PERFORM FORMAT-CONTRIBUTION-ROW-SECT
    DISPLAY '|   ', WS-Joint-Stmt-Line(1:60)
END-PERFORM.
IF WS-Garnish-Total > 0 THEN
    MOVE 'Garnishments' TO WS-Joint-Stmt-Label
    MOVE WS-Garnish-Total TO WS-Joint-Stmt-Amount-1
    MOVE 0 TO WS-Joint-Stmt-Amount-2
    PERFORM FORMAT-CONTRIBUTION-ROW-SECT
    DISPLAY '|   ', WS-Joint-Stmt-Line(1:60)
END-IF.
MOVE 'Extra' TO WS-Joint-Stmt-Label.
MOVE WS-Joint-Extra-1 TO WS-Joint-Stmt-Amount-1.
MOVE WS-Joint-Extra-2 TO WS-Joint-Stmt-Amount-2.
PERFORM FORMAT-CONTRIBUTION-ROW-SECT.
DISPLAY '|   ', WS-Joint-Stmt-Line(1:60).
IF WS-Joint-Extra-1 < 0 THEN
    COMPUTE WS-Money-Disp = 0 - WS-Joint-Extra-1
    DISPLAY 'WARNING: Partner 1 share of the costs is more than their income by $', WS-Money-Disp
END-IF.
IF WS-Joint-Extra-2 < 0 THEN
    COMPUTE WS-Money-Disp = 0 - WS-Joint-Extra-2
    DISPLAY 'WARNING: Partner 2 share of the costs is more than their income by $', WS-Money-Disp
END-IF.
DISPLAY '--------------------------------------------------------------------------------------------------'.

PRINT-CONTRIBUTION-SECT.
*> The contribution statement on the printed report page.
MOVE SPACES TO Report-Line.
IF Joint-Split-Fixed THEN
    STRING "MEMBER CONTRIBUTIONS PER YEAR - FIXED SPLIT " DELIMITED BY SIZE
        WS-Joint-Pct-Disp-1 DELIMITED BY SIZE
        "% / " DELIMITED BY SIZE
        WS-Joint-Pct-Disp-2 DELIMITED BY SIZE
        "% (TAXES BY INCOME)" DELIMITED BY SIZE
        INTO Report-Line
ELSE
    STRING "MEMBER CONTRIBUTIONS PER YEAR - BY INCOME " DELIMITED BY SIZE
        WS-Joint-Pct-Disp-1 DELIMITED BY SIZE
        "% / " DELIMITED BY SIZE
        WS-Joint-Pct-Disp-2 DELIMITED BY SIZE
        "%" DELIMITED BY SIZE
        INTO Report-Line
END-IF.
WRITE Report-Line AFTER ADVANCING 1 LINES.
MOVE SPACES TO Report-Line.
MOVE WS-Joint-Employee-Name-1 TO Report-Line(18:15).
MOVE WS-Joint-Employee-Name-2 TO Report-Line(37:15).
WRITE Report-Line AFTER ADVANCING 1 LINES.
MOVE 'Income' TO WS-Joint-Stmt-Label.
MOVE WS-Joint-Income-1 TO WS-Joint-Stmt-Amount-1.
MOVE WS-Joint-Income-2 TO WS-Joint-Stmt-Amount-2.
PERFORM FORMAT-CONTRIBUTION-ROW-SECT.
MOVE WS-Joint-Stmt-Line TO Report-Line.
WRITE Report-Line AFTER ADVANCING 1 LINES.
PERFORM VARYING Cat-Idx FROM 1 BY 1 UNTIL Cat-Idx > 6
    MOVE Cat-Name(Cat-Idx) TO WS-Joint-Stmt-Label
    MOVE WS-Joint-Contrib-1(Cat-Idx) TO WS-Joint-Stmt-Amount-1
    MOVE WS-Joint-Contrib-2(Cat-Idx) TO WS-Joint-Stmt-Amount-2
    PERFORM FORMAT-CONTRIBUTION-ROW-SECT
    MOVE WS-Joint-Stmt-Line TO Report-Line
    WRITE Report-Line AFTER ADVANCING 1 LINES
END-PERFORM.
IF WS-Garnish-Total > 0 THEN
    MOVE 'Garnishments' TO WS-Joint-Stmt-Label
    MOVE WS-Garnish-Total TO WS-Joint-Stmt-Amount-1
    MOVE 0 TO WS-Joint-Stmt-Amount-2
    PERFORM FORMAT-CONTRIBUTION-ROW-SECT
    MOVE WS-Joint-Stmt-Line TO Report-Line
    WRITE Report-Line AFTER ADVANCING 1 LINES
END-IF.
MOVE 'Extra' TO WS-Joint-Stmt-Label.
MOVE WS-Joint-Extra-1 TO WS-Joint-Stmt-Amount-1.
MOVE WS-Joint-Extra-2 TO WS-Joint-Stmt-Amount-2.
PERFORM FORMAT-CONTRIBUTION-ROW-SECT.
MOVE WS-Joint-Stmt-Line TO Report-Line.
WRITE Report-Line AFTER ADVANCING 1 LINES.
MOVE "--------------------------------------------------------------------------" TO Report-Line.
WRITE Report-Line AFTER ADVANCING 1 LINES.

REGISTER-HOUSEHOLD-SECT.
*> Keys the joint run to a household on WTM-HOUSEHOLD-MASTER.DAT so
*> both partners - not just Partner 1 - survive the session. An
MOVE SPACES TO WS-HH-Master-Name.
MOVE "A" TO WS-HH-Master-Status.
MOVE 0 TO WS-HH-Master-Dissolved.
MOVE 0 TO WS-HH-Master-Adults.
MOVE 0 TO WS-HH-Master-Dependents.
SET File-Ctl-Verify TO TRUE.
MOVE WS-FN-Household-Master TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Household-Master-File.
IF WS-Household-Master-Status = "00" THEN
    PERFORM UNTIL HH-EOF
                        MOVE "A" TO WS-HH-Master-Status
                    END-IF
                    MOVE HH-Dissolved-Period TO WS-HH-Master-Dissolved
                    IF (HH-Adults IS NUMERIC) AND (HH-Dependents IS NUMERIC) THEN
                        MOVE HH-Adults TO WS-HH-Master-Adults
                        MOVE HH-Dependents TO WS-HH-Master-Dependents
                    ELSE
                        MOVE 0 TO WS-HH-Master-Adults
                        MOVE 0 TO WS-HH-Master-Dependents
                    END-IF
                END-IF
        END-READ
    END-PERFORM
        PERFORM 9999-End-Program
    END-IF
    DISPLAY 'Household ', WS-Household-ID, ' is on the master (', FUNCTION TRIM(WS-HH-Master-Name), ') - this run will be recorded against it.'
    IF WS-HH-Master-Adults > 0 THEN
        MOVE WS-HH-Master-Adults TO WS-HH-Adults
        MOVE WS-HH-Master-Dependents TO WS-HH-Dependents
    ELSE
        MOVE 2 TO WS-HH-Adults
        MOVE 0 TO WS-HH-Dependents
    END-IF
    PERFORM ACCEPT-HOUSEHOLD-SIZE-SECT
    IF (WS-HH-Adults NOT = WS-HH-Master-Adults)
        OR (WS-HH-Dependents NOT = WS-HH-Master-Dependents) THEN
        PERFORM UPDATE-HOUSEHOLD-SIZE-SECT
    END-IF
ELSE
    MOVE 2 TO WS-HH-Adults
    MOVE 0 TO WS-HH-Dependents
    PERFORM ACCEPT-HOUSEHOLD-SIZE-SECT
    SET File-Ctl-Verify TO TRUE
    MOVE WS-FN-Household-Master TO WS-File-Ctl-Name
    CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result
    OPEN EXTEND Household-Master-File
    IF WS-Household-Master-Status = "35" THEN
        OPEN OUTPUT Household-Master-File
    MOVE 0 TO HH-Member-ID(4)
    MOVE "A" TO HH-Status
    MOVE 0 TO HH-Dissolved-Period
    MOVE WS-HH-Adults TO HH-Adults
    MOVE WS-HH-Dependents TO HH-Dependents
    WRITE Household-Record
    SET Rjn-After-Image TO TRUE
    MOVE WS-FN-Household-Master TO WS-Rjn-File-Name
    MOVE Household-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    CLOSE Household-Master-File
    SET File-Ctl-Register TO TRUE
    MOVE WS-FN-Household-Master TO WS-File-Ctl-Name
    CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result
    DISPLAY 'Household ', WS-Household-ID, ' registered with members ', WS-Joint-Employee-ID-1, ' and ', WS-Joint-Employee-ID-2, '.'
END-IF.

UPDATE-HOUSEHOLD-SIZE-SECT.
*> A known household whose size was keyed differently this run (or
*> was never captured) has its master row corrected in place, through
*> the same work file the supersede pass uses.
MOVE WS-FN-Household-Master TO WS-Supersede-In-Name.
OPEN INPUT Supersede-In-File.
IF WS-Supersede-In-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
OPEN OUTPUT Supersede-Work-File.
MOVE "N" TO WS-Supersede-EOF-Flag.
PERFORM UNTIL Supersede-EOF
    READ Supersede-In-File
        AT END SET Supersede-EOF TO TRUE
        NOT AT END
            MOVE Supersede-In-Record TO Household-Record
            IF HH-ID = WS-Household-ID THEN
                MOVE WS-HH-Adults TO HH-Adults
                MOVE WS-HH-Dependents TO HH-Dependents
            END-IF
            MOVE Household-Record TO Supersede-Work-Record
            WRITE Supersede-Work-Record
    END-READ
END-PERFORM.
CLOSE Supersede-In-File.
CLOSE Supersede-Work-File.
OPEN INPUT Supersede-Work-File.
OPEN OUTPUT Household-Master-File.
MOVE "N" TO WS-Supersede-EOF-Flag.
PERFORM UNTIL Supersede-EOF
    READ Supersede-Work-File
        AT END SET Supersede-EOF TO TRUE
        NOT AT END
            MOVE Supersede-Work-Record TO Household-Record
            WRITE Household-Record
    END-READ
END-PERFORM.
CLOSE Supersede-Work-File.
CLOSE Household-Master-File.
SET Rjn-File-Image TO TRUE.
MOVE WS-FN-Household-Master TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
SET File-Ctl-Register TO TRUE.
MOVE WS-FN-Household-Master TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
DISPLAY 'Household ', WS-Household-ID, ' size on the master is now ', WS-HH-Adults, ' adult(s) and ', WS-HH-Dependents, ' dependent(s).'.

COUNT-DRIVEN-SECT.
DISPLAY 'How many households would you like to budget?'.
MOVE "N" TO WS-Input-Valid.
    MOVE 12 TO WS-Exit-Severity
    PERFORM 9999-End-Program
END-IF.
PERFORM CHECK-PARTITION-CONTROL-SECT.
PERFORM LOAD-BATCH-CUTOFF-SECT.
PERFORM LOAD-SUBCAT-BATCH-SECT.
MOVE 'STARTED ' TO WS-Run-Control-End-Status.
END-IF
PERFORM READ-CHECKPOINT-SECT.
MOVE Records-To-Skip TO Records-Processed.
IF Partition-Run THEN
    PERFORM TRIM-PARTITION-OUTPUTS-SECT
END-IF
IF Records-Processed > 0 THEN
    DISPLAY 'Resuming batch run after checkpoint, skipping ', Records-Processed, ' already-processed records'
    PERFORM Records-Processed TIMES
END-READ
PERFORM UNTIL Batch-EOF
    MOVE "Y" TO WS-Batch-Record-OK-Flag
    INITIALIZE WS-Part-Row-Counts
    MOVE Batch-Employee-ID TO Employee-ID
    IF WS-Employee-Master-Count > 0 THEN
        PERFORM LOOKUP-EMPLOYEE-MASTER-SECT
    MOVE Salary TO WS-Base-Salary
    PERFORM PAYROLL-SALARY-CHECK-SECT
    MOVE Batch-Secondary-Income TO Secondary_Income
    IF (Batch-Adults IS NUMERIC) AND (Batch-Dependents IS NUMERIC) AND (Batch-Adults > 0) THEN
        MOVE Batch-Adults TO WS-HH-Adults
        MOVE Batch-Dependents TO WS-HH-Dependents
    ELSE
        MOVE 1 TO WS-HH-Adults
        MOVE 0 TO WS-HH-Dependents
    END-IF
    PERFORM SET-HOUSEHOLD-PERSONS-SECT
    MOVE Batch-Rent TO Cat-Raw-Amount(Cat-Rent)
    MOVE Batch-Bills TO Cat-Raw-Amount(Cat-Bills)
    MOVE Batch-Food TO Cat-Raw-Amount(Cat-Food)
        END-IF
    END-PERFORM
    IF Batch-Record-OK THEN
        MOVE Batch-Source-Tag TO WS-Run-Source-Tag
        IF WS-Run-Source-Tag = SPACES THEN
            MOVE 'BATCH   ' TO WS-Run-Source-Tag
        END-IF
        COMPUTE WS-Run-Input-Seq = Records-Processed + 1
        PERFORM COMPUTE-AND-REPORT-SECT
        PERFORM TALLY-COMPANY-SUBTOTAL-SECT
        ADD 1 TO WS-Batch-Employee-Count
        ADD 1 TO WS-Batch-Rejected-Count
    END-IF
    ADD 1 TO Records-Processed
    IF Partition-Run THEN
        PERFORM WRITE-PARTITION-LOG-SECT
    END-IF
    IF FUNCTION MOD(Records-Processed, Checkpoint-Interval) = 0 THEN
        PERFORM WRITE-CHECKPOINT-SECT
    END-IF
    MOVE WS-Batch-Rejected-Count TO Run-Rejected-Count
    MOVE WS-Run-Control-End-Status TO Run-End-Status
    WRITE Run-Control-Record
    SET Rjn-After-Image TO TRUE
    MOVE WS-FN-Run-Control TO WS-Rjn-File-Name
    MOVE Run-Control-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    CLOSE Run-Control-File
ELSE
    DISPLAY 'WARNING: could not write WTM-RUN-CONTROL.DAT, file status ', WS-Run-Control-Status
WRITE Checkpoint-Record.
CLOSE Batch-Checkpoint-File.

CHECK-PARTITION-CONTROL-SECT.
*> BUDGET-BATCH-PARTCTL.DAT says whether tonight's validated input
*> has been split. While a split is waiting to be merged the single
*> run is refused - it would budget the same records a second time -
*> and a partition job is refused unless its partition is on the
*> split and not yet merged.
MOVE "N" TO WS-Part-Split-Pending-Flag.
MOVE "N" TO WS-Part-Row-Found-Flag.
MOVE "N" TO WS-Part-Ctl-EOF-Flag.
OPEN INPUT Partition-Ctl-File.
IF WS-Partition-Ctl-Status = "00" THEN
    PERFORM UNTIL Part-Ctl-EOF
        READ Partition-Ctl-File
            AT END SET Part-Ctl-EOF TO TRUE
            NOT AT END
                IF Pctl-Split THEN
                    SET Part-Split-Pending TO TRUE
                    IF Pctl-Partition = WS-Partition-Number THEN
                        SET Part-Row-Found TO TRUE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE Partition-Ctl-File
END-IF.
IF Partition-Run THEN
    IF NOT Part-Row-Found THEN
        DISPLAY 'PARTITION ERROR: partition ', WS-Partition-Number, ' is not on an unmerged split in BUDGET-BATCH-PARTCTL.DAT - run refused.'
        DISPLAY 'Run WTM-PARTSPLIT first, and only for partitions it lists.'
        MOVE 12 TO WS-Exit-Severity
        PERFORM 9999-End-Program
    END-IF
ELSE
    IF Part-Split-Pending THEN
        DISPLAY 'BATCH ERROR: the validated input is split for a partitioned run that has not been merged - run refused.'
        DISPLAY 'Run the partition jobs and WTM-PARTMERGE instead of the single batch run.'
        MOVE 12 TO WS-Exit-Severity
        PERFORM 9999-End-Program
    END-IF
END-IF.

TRIM-PARTITION-OUTPUTS-SECT.
*> A partition job resuming after a failure cuts its outputs back to
*> what the records up to the checkpoint wrote - the records after it
*> are about to be budgeted again, and the rows they left behind would
*> otherwise be merged twice and counted in their own ledger balance.
*> A fresh start (checkpoint 0) cuts everything, so a partition job
*> can simply be run again from the top.
PERFORM VARYING WS-Part-Keep-Idx FROM 1 BY 1 UNTIL WS-Part-Keep-Idx > 8
    MOVE 0 TO WS-Part-Keep-Rows(WS-Part-Keep-Idx)
END-PERFORM.
MOVE 0 TO WS-Part-Keep-Log.
MOVE "N" TO WS-Part-Log-EOF-Flag.
OPEN INPUT Partition-Log-File.
IF WS-Partition-Log-Status = "00" THEN
    PERFORM UNTIL Part-Log-EOF
        READ Partition-Log-File
            AT END SET Part-Log-EOF TO TRUE
            NOT AT END
                IF Plog-Seq <= Records-To-Skip THEN
                    ADD 1 TO WS-Part-Keep-Log
                    PERFORM VARYING WS-Part-Keep-Idx FROM 1 BY 1 UNTIL WS-Part-Keep-Idx > 8
                        ADD Plog-Rows(WS-Part-Keep-Idx) TO WS-Part-Keep-Rows(WS-Part-Keep-Idx)
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM
    CLOSE Partition-Log-File
END-IF.
CLOSE Budget-History-File.
CLOSE Acct-Export-File.
MOVE WS-FN-Partition-Log TO WS-Part-Trim-Name.
MOVE WS-Part-Keep-Log TO WS-Part-Trim-Count.
CALL 'WTM-PARTTRIM' USING WS-Part-Trim-Name, WS-Part-Trim-Count.
MOVE WS-FN-Budget-History TO WS-Part-Trim-Name.
MOVE WS-Part-Keep-Rows(1) TO WS-Part-Trim-Count.
CALL 'WTM-PARTTRIM' USING WS-Part-Trim-Name, WS-Part-Trim-Count.
MOVE WS-FN-Acct-Export TO WS-Part-Trim-Name.
MOVE WS-Part-Keep-Rows(2) TO WS-Part-Trim-Count.
CALL 'WTM-PARTTRIM' USING WS-Part-Trim-Name, WS-Part-Trim-Count.
MOVE WS-FN-Deficit-Ledger TO WS-Part-Trim-Name.
MOVE WS-Part-Keep-Rows(3) TO WS-Part-Trim-Count.
CALL 'WTM-PARTTRIM' USING WS-Part-Trim-Name, WS-Part-Trim-Count.
MOVE WS-FN-Approval-Queue TO WS-Part-Trim-Name.
MOVE WS-Part-Keep-Rows(4) TO WS-Part-Trim-Count.
CALL 'WTM-PARTTRIM' USING WS-Part-Trim-Name, WS-Part-Trim-Count.
MOVE WS-FN-Subcat-Detail TO WS-Part-Trim-Name.
MOVE WS-Part-Keep-Rows(5) TO WS-Part-Trim-Count.
CALL 'WTM-PARTTRIM' USING WS-Part-Trim-Name, WS-Part-Trim-Count.
MOVE WS-FN-Income-Detail TO WS-Part-Trim-Name.
MOVE WS-Part-Keep-Rows(6) TO WS-Part-Trim-Count.
CALL 'WTM-PARTTRIM' USING WS-Part-Trim-Name, WS-Part-Trim-Count.
MOVE WS-FN-Savings-Split TO WS-Part-Trim-Name.
MOVE WS-Part-Keep-Rows(7) TO WS-Part-Trim-Count.
CALL 'WTM-PARTTRIM' USING WS-Part-Trim-Name, WS-Part-Trim-Count.
MOVE WS-FN-Garnish-Ledger TO WS-Part-Trim-Name.
MOVE WS-Part-Keep-Rows(8) TO WS-Part-Trim-Count.
CALL 'WTM-PARTTRIM' USING WS-Part-Trim-Name, WS-Part-Trim-Count.
OPEN EXTEND Budget-History-File.
IF Budget-History-Status = "35" THEN
    OPEN OUTPUT Budget-History-File
END-IF.
OPEN EXTEND Acct-Export-File.
IF WS-Acct-Export-Status = "35" THEN
    OPEN OUTPUT Acct-Export-File
END-IF.

WRITE-PARTITION-LOG-SECT.
OPEN EXTEND Partition-Log-File.
IF WS-Partition-Log-Status = "35" THEN
    OPEN OUTPUT Partition-Log-File
END-IF.
IF WS-Partition-Log-Status = "00" THEN
    MOVE Records-Processed TO Plog-Seq
    MOVE Batch-Employee-ID TO Plog-Employee-ID
    MOVE WS-Part-Row-Counts TO Plog-Row-Counts
    WRITE Partition-Log-Record
    CLOSE Partition-Log-File
ELSE
    DISPLAY 'WARNING: could not write ', FUNCTION TRIM(WS-FN-Partition-Log), ', file status ', WS-Partition-Log-Status,
        ' - WTM-PARTMERGE will refuse this partition.'
END-IF.

MONTH-OVER-MONTH-SECT.
COMPUTE WS-Prior-Total-Expenses = Prior-Hist-Rent + Prior-Hist-Bills
    + Prior-Hist-Food + Prior-Hist-Travel + Prior-Hist-Taxes + Prior-Hist-Insurance.
COMPUTE WS-Salary-Variance = Salary - Prior-Hist-Salary.
*> The keyed companion carries only the six categories, so the
*> garnishments in Total_Expenses are left out of the comparison.
COMPUTE WS-Expense-Variance = Total_Expenses - WS-Garnish-Total - WS-Prior-Total-Expenses.
COMPUTE WS-Extra-Percent-Variance = Extra_Percent - Prior-Hist-Extra-Percent.
DISPLAY 'MONTH-OVER-MONTH COMPARISON (vs. prior budget period ', WS-Prior-Period, ')'
MOVE WS-Salary-Variance TO WS-Money-Disp
*> can do direct keyed reads for one employee instead of loading the
*> whole file into a capped in-memory table that silently dropped
*> record 501 onward.
*> A partition job only reads it - WTM-PARTMERGE mirrors the merged
*> history into it - since only earlier periods are looked up here.
MOVE "N" TO WS-History-Keyed-Open-Flag.
IF Partition-Run THEN
    OPEN INPUT History-Keyed-File
ELSE
    OPEN I-O History-Keyed-File
    IF WS-History-Keyed-Status = "35" THEN
        DISPLAY 'NOTICE: BUDGET-HISTORY-KEYED.DAT not found - creating an empty companion.'
        DISPLAY 'Run WTM-KEYFILE-BUILD to load it from existing BUDGET-HISTORY.DAT records, or prior-month comparisons will start fresh.'
        OPEN OUTPUT History-Keyed-File
        CLOSE History-Keyed-File
        OPEN I-O History-Keyed-File
    END-IF
END-IF.
IF WS-History-Keyed-Status = "00" THEN
    SET History-Keyed-Open TO TRUE
*> employee has more than one run in a period: a duplicate-key
*> status bumps the sequence and retries. A Replace decision from
*> the duplicate-run prompt clears the period's keyed records first.
IF History-Keyed-Open AND NOT Partition-Run THEN
    IF Dup-Replace THEN
        PERFORM DELETE-KEYED-PERIOD-SECT
    END-IF
END-IF.

COMPUTE-AND-REPORT-SECT.
IF NOT In-Preview-Mode THEN
    PERFORM NEXT-RUN-ID-SECT
END-IF.
ADD Secondary_Income TO Salary.
PERFORM LOOKUP-PRIOR-HISTORY-SECT.
PERFORM HIGH-EARNER-CHECK-SECT.
            MOVE WS-Marginal-Tax TO Cat-Yearly-Amount(Cat-Idx)
            MOVE WS-Effective-Tax-Rate TO Cat-Raw-Amount(Cat-Idx)
            DISPLAY 'Progressive tax: $', WS-Marginal-Tax, ' - effective rate ', WS-Effective-Tax-Rate, '% from the bracket table.'
            IF WS-State-Tax > 0 THEN
                DISPLAY '  of which federal $', WS-Federal-Tax, ' and state/local (', WS-Tax-Locality, ') $', WS-State-Tax, '.'
            END-IF
        ELSE
            COMPUTE Cat-Yearly-Amount(Cat-Idx) ROUNDED = Salary * (Cat-Raw-Amount(Cat-Idx) / 100)
            MOVE Cat-Yearly-Amount(Cat-Idx) TO WS-Federal-Tax
            MOVE 0 TO WS-State-Tax
            PERFORM FIND-TAX-LOCALITY-SECT
        END-IF
        PERFORM COMPUTE-PAYROLL-TAX-SECT
        ADD WS-SS-Tax WS-Medicare-Tax TO Cat-Yearly-Amount(Cat-Idx)
    ELSE
        COMPUTE Cat-Yearly-Amount(Cat-Idx) = Cat-Raw-Amount(Cat-Idx) * Cat-Multiplier(Cat-Idx)
    END-IF
    ADD Cat-Yearly-Amount(Cat-Idx) TO Total_Expenses
END-PERFORM
PERFORM APPLY-GARNISHMENTS-SECT
IF Total_Expenses > Salary THEN
    COMPUTE Deficit_Amount = Total_Expenses - Salary
    DISPLAY 'WARNING: Your expenses exceed your salary. You are running a deficit of $', Deficit_Amount
    PERFORM DIVIDE-GUARD-SECT
    COMPUTE Extra_Percent ROUNDED = (Extra/WS-Divide-Guard-Divisor) * 100
END-IF
PERFORM COMPUTE-PER-PERSON-SECT
MOVE Salary TO WS-Divide-Guard-Divisor
PERFORM DIVIDE-GUARD-SECT
PERFORM VARYING Cat-Idx FROM 1 BY 1 UNTIL Cat-Idx > 6
ELSE
    MOVE 0 TO WS-Pretax-Total
END-IF
IF WS-Garn-Run-Count > 0 THEN
    PERFORM ITEMIZE-GARNISHMENTS-SECT
END-IF
PERFORM POLICY-CHECK-SECT
PERFORM DEFICIT-CARRYFORWARD-SECT
PERFORM COMPUTE-HEALTH-SCORE-SECT
MOVE Cat-Yearly-Amount(Cat-Taxes) TO WS-Money-Disp
MOVE Cat-Percent(Cat-Taxes) TO WS-Pct-Disp
DISPLAY '| Taxes         | $', WS-Money-Disp, '  |  ', WS-Pct-Disp, '% | ', WS-Bar-Chart
MOVE WS-Federal-Tax TO WS-Money-Disp
DISPLAY '|   Federal     | $', WS-Money-Disp
MOVE WS-State-Tax TO WS-Money-Disp
DISPLAY '|   State/local | $', WS-Money-Disp, '  ', WS-Tax-Locality
MOVE WS-SS-Tax TO WS-Money-Disp
DISPLAY '|   Social Sec. | $', WS-Money-Disp
MOVE WS-Medicare-Tax TO WS-Money-Disp
DISPLAY '|   Medicare    | $', WS-Money-Disp
MOVE Cat-Percent(Cat-Insurance) TO WS-Bar-Percent
PERFORM BUILD-BAR-SECT
MOVE Cat-Yearly-Amount(Cat-Insurance) TO WS-Money-Disp
MOVE Cat-Percent(Cat-Insurance) TO WS-Pct-Disp
DISPLAY '| Insurance     | $', WS-Money-Disp, '  |  ', WS-Pct-Disp, '% | ', WS-Bar-Chart
PERFORM VARYING WS-Grun-Idx FROM 1 BY 1 UNTIL WS-Grun-Idx > WS-Garn-Run-Count
    MOVE WS-Grun-Percent(WS-Grun-Idx) TO WS-Bar-Percent
    PERFORM BUILD-BAR-SECT
    MOVE WS-Grun-Applied-Yr(WS-Grun-Idx) TO WS-Money-Disp
    MOVE WS-Grun-Percent(WS-Grun-Idx) TO WS-Pct-Disp
    DISPLAY '| Garnish ', WS-Grun-Type(WS-Grun-Idx), '-', WS-Grun-Order-No(WS-Grun-Idx), ' | $', WS-Money-Disp, '  |  ', WS-Pct-Disp, '% | ', WS-Bar-Chart
END-PERFORM
MOVE Extra_Percent TO WS-Bar-Percent
PERFORM BUILD-BAR-SECT
MOVE Extra TO WS-Money-Disp
MOVE Extra_Percent TO WS-Pct-Disp
DISPLAY '| Extra         | $', WS-Money-Disp, '  |  ', WS-Pct-Disp, '% | ', WS-Bar-Chart
DISPLAY '--------------------------------------------------------------------------------------------------'
DISPLAY '| Per person, a year - household of ', WS-HH-Persons, ' (', WS-HH-Adults, ' adult(s), ', WS-HH-Dependents, ' dependent(s))'
PERFORM VARYING WS-PP-Idx FROM 1 BY 1 UNTIL WS-PP-Idx > 3
    MOVE WS-PP-Amount(WS-PP-Idx) TO WS-Money-Disp
    DISPLAY '|   ', WS-PP-Name(WS-PP-Idx), '  | $', WS-Money-Disp
END-PERFORM
DISPLAY '--------------------------------------------------------------------------------------------------'
IF Joint-Split-Active THEN
    PERFORM CONTRIBUTION-STATEMENT-SECT
END-IF
PERFORM SHOW-SUBCAT-DETAIL-SECT
PERFORM BUDGET-RULE-CHECK-SECT
PERFORM POPULATION-BENCHMARK-SECT
    MOVE WS-Fiscal-Result TO Hist-Fiscal-Period
    MOVE WS-Prorate-Factor TO Hist-Prorate-Factor
    MOVE WS-Health-Display TO Hist-Health-Score
    MOVE WS-HH-Adults TO Hist-Adults
    MOVE WS-HH-Dependents TO Hist-Dependents
    MOVE WS-Tax-Locality TO Hist-Tax-Locality
    MOVE WS-Federal-Tax TO Hist-Federal-Tax
    MOVE WS-State-Tax TO Hist-State-Tax
    MOVE WS-Run-ID TO Hist-Run-ID
    MOVE WS-Run-Source-Tag TO Hist-Source-Tag
    MOVE WS-Run-Input-Seq TO Hist-Input-Seq
    MOVE WS-Garnish-Total TO Hist-Garnishments
    MOVE 12 TO Hist-Layout-Version
    MOVE Employee-ID TO WS-Asg-Lookup-ID
    MOVE WS-Budget-Period TO WS-Asg-Lookup-Period
    PERFORM RESOLVE-ASSIGNMENT-SECT
    END-IF
    MOVE SPACE TO Hist-Superseded-Flag
    WRITE Budget-History-Record
    SET Rjn-After-Image TO TRUE
    MOVE WS-FN-Budget-History TO WS-Rjn-File-Name
    MOVE Budget-History-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    ADD 1 TO WS-Part-Hist-Rows
    DISPLAY 'Run ID ', WS-Run-ID, ' - quote it to trace this run in WTM-RUNTRACE.'
    PERFORM ADD-RUN-TO-POP-TOTALS-SECT
    PERFORM WRITE-SUBCAT-DETAIL-SECT
    PERFORM WRITE-INCOME-DETAIL-SECT
    IF WS-Garn-Run-Count > 0 THEN
        PERFORM WRITE-GARNISH-LEDGER-SECT
    END-IF
    IF Wants-Debt-Tracking THEN
        PERFORM WRITE-DEBT-DETAIL-SECT
    END-IF
    IF NOT Non-Interactive-Mode THEN
        PERFORM WRITE-KEYED-RUN-SECT
    END-IF
    PERFORM WRITE-HISTORY-KEYED-SECT
    PERFORM WRITE-ACCT-EXPORT-SECT
    IF Standing-Split THEN
        PERFORM WRITE-SAVINGS-SPLIT-SECT
    END-IF
    ADD 1 TO WS-Grand-Total-Runs
    ADD Salary TO WS-Grand-Total-Salary
    ADD Total_Expenses TO WS-Grand-Total-Expenses
    PERFORM PRINT-REPORT-SECT
END-IF.

NEXT-RUN-ID-SECT.
*> Takes the next run ID: the job's start stamp on the first run,
*> then one more on the sequence per saved run. A job that somehow
*> runs past 9999 runs takes a fresh stamp and starts again at 1.
IF (WS-Run-ID-Stamp = 0) OR (WS-Run-ID-Seq = 9999) THEN
    MOVE 'BU' TO WS-Run-ID-Source
    MOVE FUNCTION CURRENT-DATE(1:16) TO WS-Run-ID-Stamp
    MOVE WS-Partition-Number TO WS-Run-ID-Stream
    MOVE 0 TO WS-Run-ID-Seq
END-IF.
ADD 1 TO WS-Run-ID-Seq.

COMPUTE-HEALTH-SCORE-SECT.
MOVE 100 TO WS-Health-Score.
IF WS-Policy-Pass-Flag = "F" THEN
*> just computed; no actuals row means no variance component.
MOVE "N" TO WS-Health-Actuals-Found.
MOVE 0 TO WS-Health-Actual-Spend.
SET File-Ctl-Verify TO TRUE.
MOVE WS-FN-Actuals TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Actuals-Read-File.
IF WS-Actuals-Read-Status NOT = "00" THEN
    EXIT PARAGRAPH
*> importing office receives exactly its records through the
*> standard interface. The cumulative WTM-ACCOUNTING-EXPORT.DAT is
*> still written for the in-house balancing and acknowledgment jobs.
*> A partition job seals nothing - WTM-PARTMERGE seals the extracts
*> once from the merged export, one per company as a single run would.
IF (WS-Extr-Company-Count = 0) OR Partition-Run THEN
    EXIT PARAGRAPH
END-IF.
MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Acct-Extract-Run-Id.
    UNTIL WS-Extr-Row-Idx > WS-Extr-Comp-Count(WS-Extr-Comp-Idx)
    MOVE SPACES TO Acct-Extract-Line
    MOVE "D" TO Acct-Extract-Line(1:1)
    MOVE WS-Extr-Comp-Row(WS-Extr-Comp-Idx, WS-Extr-Row-Idx) TO Acct-Extract-Line(2:187)
    WRITE Acct-Extract-Line
END-PERFORM.
MOVE "T" TO Extr-Trl-Type.
END-IF.
IF WS-Report-Catalog-Status = "00" THEN
    WRITE Report-Catalog-Record
    SET Rjn-After-Image TO TRUE
    MOVE WS-FN-Report-Catalog TO WS-Rjn-File-Name
    MOVE Report-Catalog-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    CLOSE Report-Catalog-File
ELSE
    DISPLAY 'WARNING: could not write WTM-REPORT-CATALOG.DAT, file status ', WS-Report-Catalog-Status
MOVE Cat-Yearly-Amount(Cat-Taxes) TO Acct-Taxes.
MOVE Cat-Yearly-Amount(Cat-Insurance) TO Acct-Insurance.
MOVE Extra TO Acct-Extra.
MOVE WS-SS-Tax TO Acct-SS-Tax.
MOVE WS-Medicare-Tax TO Acct-Medicare-Tax.
MOVE FUNCTION CURRENT-DATE(1:8) TO Acct-Export-Date.
*> A run that failed the shop policy check is held for supervisor
*> review instead of flowing straight to accounting: its export
MOVE "Dol" TO Acct-Curr-Code.
MOVE Employee-Company TO Acct-Company-Code.
MOVE Employee-Dept TO Acct-Dept-Code.
MOVE WS-Run-ID TO Acct-Run-ID.
MOVE WS-Garnish-Total TO Acct-Garnishments.
WRITE Acct-Export-Record.
SET Rjn-After-Image TO TRUE.
MOVE WS-FN-Acct-Export TO WS-Rjn-File-Name.
MOVE Acct-Export-Record TO WS-Rjn-Record.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
ADD 1 TO WS-Part-Export-Rows.
IF Acct-Ack-Held THEN
    PERFORM APPEND-APPROVAL-ROW-SECT
    ADD 1 TO WS-Runs-Held-Count
    MOVE SPACES TO Appr-Supervisor-ID
    MOVE 0 TO Appr-Decision-Date
    MOVE SPACES TO Appr-Reason
    MOVE WS-Run-ID TO Appr-Run-ID
    WRITE Approval-Record
    SET Rjn-After-Image TO TRUE
    MOVE WS-FN-Approval-Queue TO WS-Rjn-File-Name
    MOVE Approval-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    ADD 1 TO WS-Part-Approval-Rows
    CLOSE Approval-Queue-File
ELSE
    DISPLAY 'WARNING: could not write WTM-APPROVAL-QUEUE.DAT, file status ', WS-Approval-Queue-Status
    WS-Money-Disp DELIMITED BY SIZE
    INTO Report-Line
WRITE Report-Line AFTER ADVANCING 2 LINES.
MOVE SPACES TO Report-Line.
MOVE 1 TO WS-Report-Line-Ptr.
STRING "RUN ID " DELIMITED BY SIZE
    WS-Run-ID DELIMITED BY SIZE
    "   INPUT " DELIMITED BY SIZE
    WS-Run-Source-Tag DELIMITED BY SPACE
    INTO Report-Line WITH POINTER WS-Report-Line-Ptr.
IF WS-Run-Input-Seq > 0 THEN
    STRING " RECORD " DELIMITED BY SIZE
        WS-Run-Input-Seq DELIMITED BY SIZE
        INTO Report-Line WITH POINTER WS-Report-Line-Ptr
END-IF.
WRITE Report-Line AFTER ADVANCING 1 LINES.
PERFORM VARYING WS-Inc-Idx FROM 1 BY 1 UNTIL WS-Inc-Idx > WS-Income-Line-Count
    MOVE SPACES TO Report-Line
    MOVE WS-Inc-Annualized(WS-Inc-Idx) TO WS-Money-Disp
    MOVE WS-Pct-Disp TO Report-Line(38:7)
    MOVE "%" TO Report-Line(45:1)
    WRITE Report-Line AFTER ADVANCING 1 LINES
    IF Cat-Idx = Cat-Taxes THEN
        MOVE SPACES TO Report-Line
        MOVE "  FEDERAL" TO Report-Line(1:15)
        MOVE WS-Federal-Tax TO WS-Money-Disp
        MOVE "$" TO Report-Line(19:1)
        MOVE WS-Money-Disp TO Report-Line(20:15)
        WRITE Report-Line AFTER ADVANCING 1 LINES
        MOVE SPACES TO Report-Line
        STRING "  STATE/LOCAL " DELIMITED BY SIZE
            WS-Tax-Locality DELIMITED BY SIZE
            INTO Report-Line(1:18)
        MOVE WS-State-Tax TO WS-Money-Disp
        MOVE "$" TO Report-Line(19:1)
        MOVE WS-Money-Disp TO Report-Line(20:15)
        WRITE Report-Line AFTER ADVANCING 1 LINES
        MOVE SPACES TO Report-Line
        MOVE "  SOCIAL SEC." TO Report-Line(1:15)
        MOVE WS-SS-Tax TO WS-Money-Disp
        MOVE "$" TO Report-Line(19:1)
        MOVE WS-Money-Disp TO Report-Line(20:15)
        WRITE Report-Line AFTER ADVANCING 1 LINES
        MOVE SPACES TO Report-Line
        MOVE "  MEDICARE" TO Report-Line(1:15)
        MOVE WS-Medicare-Tax TO WS-Money-Disp
        MOVE "$" TO Report-Line(19:1)
        MOVE WS-Money-Disp TO Report-Line(20:15)
        WRITE Report-Line AFTER ADVANCING 1 LINES
    END-IF
    PERFORM VARYING WS-Rsub-Idx FROM 1 BY 1 UNTIL WS-Rsub-Idx > WS-Run-Subcat-Count
        IF WS-Rsub-Parent(WS-Rsub-Idx) = Cat-Idx THEN
            MOVE SPACES TO Report-Line
        END-IF
    END-PERFORM
END-PERFORM.
PERFORM VARYING WS-Grun-Idx FROM 1 BY 1 UNTIL WS-Grun-Idx > WS-Garn-Run-Count
    MOVE SPACES TO Report-Line
    STRING "GARNISH " DELIMITED BY SIZE
        WS-Grun-Type(WS-Grun-Idx) DELIMITED BY SIZE
        "-" DELIMITED BY SIZE
        WS-Grun-Order-No(WS-Grun-Idx) DELIMITED BY SIZE
        INTO Report-Line(1:15)
    MOVE WS-Grun-Applied-Yr(WS-Grun-Idx) TO WS-Money-Disp
    MOVE "$" TO Report-Line(17:1)
    MOVE WS-Money-Disp TO Report-Line(18:15)
    MOVE WS-Grun-Percent(WS-Grun-Idx) TO WS-Pct-Disp
    MOVE WS-Pct-Disp TO Report-Line(38:7)
    MOVE "%" TO Report-Line(45:1)
    MOVE WS-Grun-Case-Ref(WS-Grun-Idx) TO Report-Line(48:20)
    IF WS-Grun-Limited(WS-Grun-Idx) = "Y" THEN
        MOVE "LIMITED" TO Report-Line(70:7)
    END-IF
    WRITE Report-Line AFTER ADVANCING 1 LINES
END-PERFORM.
MOVE SPACES TO Report-Line.
MOVE "Extra" TO Report-Line(1:15).
MOVE Extra TO WS-Money-Disp.
WRITE Report-Line AFTER ADVANCING 1 LINES.
MOVE "--------------------------------------------------------------------------" TO Report-Line.
WRITE Report-Line AFTER ADVANCING 1 LINES.
MOVE SPACES TO Report-Line.
STRING "PER PERSON PER YEAR - HOUSEHOLD OF " DELIMITED BY SIZE
    WS-HH-Persons DELIMITED BY SIZE
    " (" DELIMITED BY SIZE
    WS-HH-Adults DELIMITED BY SIZE
    " ADULTS, " DELIMITED BY SIZE
    WS-HH-Dependents DELIMITED BY SIZE
    " DEPENDENTS)" DELIMITED BY SIZE
    INTO Report-Line
WRITE Report-Line AFTER ADVANCING 1 LINES.
PERFORM VARYING WS-PP-Idx FROM 1 BY 1 UNTIL WS-PP-Idx > 3
    MOVE SPACES TO Report-Line
    MOVE WS-PP-Name(WS-PP-Idx) TO Report-Line(3:10)
    MOVE WS-PP-Amount(WS-PP-Idx) TO WS-Money-Disp
    MOVE "$" TO Report-Line(17:1)
    MOVE WS-Money-Disp TO Report-Line(18:15)
    WRITE Report-Line AFTER ADVANCING 1 LINES
END-PERFORM.
MOVE "--------------------------------------------------------------------------" TO Report-Line.
WRITE Report-Line AFTER ADVANCING 1 LINES.
IF Joint-Split-Active THEN
    PERFORM PRINT-CONTRIBUTION-SECT
END-IF.

9999-End-Program.
IF (WS-Batch-Rejected-Count > 0) AND (WS-Exit-Severity < 8) THEN
END-IF
PERFORM CLOSE-ACCT-EXTRACT-SECT.
CLOSE Budget-History-File.
IF NOT Partition-Run THEN
    SET File-Ctl-Register TO TRUE
    MOVE WS-FN-Budget-History TO WS-File-Ctl-Name
    CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result
END-IF.
CLOSE Budget-Report-File.
IF Report-Page-Number > 0 THEN
    MOVE 'REPORT  ' TO Gen-Family
    PERFORM WRITE-CATALOG-ENTRY-SECT
END-IF.
CLOSE Acct-Export-File.
IF NOT Partition-Run THEN
    SET File-Ctl-Register TO TRUE
    MOVE WS-FN-Acct-Export TO WS-File-Ctl-Name
    CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result
END-IF.
IF History-Keyed-Open THEN
    CLOSE History-Keyed-File
END-IF

*>               (supervisor-gated and writer-locked; the set is
*>               verified before a single live file is touched).
*> Every run is logged in WTM-RUN-CONTROL.DAT like the other
*> unattended jobs. Called unattended (WTM-Unattended-Mode B, as the
*> year-end rollover WTM-YEAREND does) it writes a backup set with no
*> prompt and names the set's manifest in WTM-Job-Output-File. The hash total is the record count plus the sum
*> of each record's stored character length - cheap, and any
*> truncation or padding shows up in it.
IDENTIFICATION DIVISION.
DATA DIVISION.
FILE SECTION.
FD  Copy-In-File.
01 Copy-In-Record PIC X(512).

FD  Copy-Out-File.
01 Copy-Out-Record PIC X(512).

FD  Manifest-File.
01 Manifest-Record.
    05 FILLER PIC X(40) VALUE 'WTM-AUDIT-LOG.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-ACTUALS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-INCOME-DETAIL.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-DEBT-DETAIL.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-SCENARIOS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-KEYED-RUNS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-QA-QUEUE.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-PAYROLL-SAVINGS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-PAYDED-SENT.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-DEFICIT-LEDGER.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-EMPLOYEE-MASTER.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-HOUSEHOLD-MASTER.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-OPERATORS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-POLICY-LIMITS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-FX-RATES.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-CASH-DENOMS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-CASH-DRAWER.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-CASH-MOVES.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-TRAVEL-ADVANCES.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-DUP-DECISIONS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-MERGE-QUEUE.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-LEGAL-HOLDS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-TAX-RATES.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-DOMESTIC-TAX-BRACKETS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-TEMPLATES.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-MESSAGE-CONFIG.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-VERIFY-THRESHOLD.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-FX-REVAL-LAST.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-FWD-CONTRACTS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-KPI-HISTORY.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-REPORT-SPECS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-CONFIG-CHANGES.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-FILE-CONTROL.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-RECEIVED-FEEDS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-EST-TAX-PAID.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-EST-TAX-CONTROL.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-RETIREMENT-LIMITS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-EMPL-BIRTH-DATES.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-LENDER-THRESHOLDS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-QA-RATES.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-INTL-ASSIGNEES.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-TAXEQ-POSTINGS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-CLOSE-SNAPSHOTS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-WRITEOFFS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-SAVINGS-GOALS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-PORTAL-SENT.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-JOB-QUEUE.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-YEAREND-CONTROL.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-STRESS-SCENARIOS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-WORK-ITEMS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-WORK-CONFIG.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-BALANCE-SHEET.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-AUDIT-MARKS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-FX-PERIOD-RATES.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-GARNISH-ORDERS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-GARNISH-LEDGER.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-CHANGE-REQUESTS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-CASE-LOG.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-LETTER-LOG.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-LETTER-TEMPLATES.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-STATE-TAX.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-PAYROLL-TAX.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-STEP-TIMING.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-BANK-ACCOUNTS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-SAVINGS-SPLIT.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-ACH-REGISTER.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-ACH-ORIGIN.DAT'.
01 WS-Live-File-List REDEFINES WS-Live-File-Values.
    05 WS-Live-File-Name PIC X(40) OCCURS 107 TIMES.
01 WS-Live-File-Count PIC 9(3) VALUE 107.
01 WS-File-Idx PIC 9(3).
01 WS-Record-Count PIC 9(7).
01 WS-Hash-Total PIC 9(13).
01 WS-Record-Length PIC 9(3).
01 WS-Gate-Result PIC X.
    88 Gate-Granted VALUE "G" FALSE "D".
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-UNATTENDED.cpy".
    COPY "WTM-JOB-PARMS.cpy".
    COPY "WTM-JOURNAL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '------------------------------ WTM BACKUP SET UTILITY ---------------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
IF WTM-Unattended-Mode = "B" THEN
    DISPLAY 'BACKUP: unattended run - writing a backup set.'
    PERFORM BACKUP-SET-SECT
    MOVE WS-Manifest-Name TO WTM-Job-Output-File
    GOBACK
END-IF.
DISPLAY 'Enter B to write a backup set, V to verify a set, or R to restore one (supervisor only):'.
ACCEPT WS-Mode-Choice.
EVALUATE WS-Mode-Choice
    MOVE WS-Files-Missing TO Run-Rejected-Count
    MOVE WS-Run-Control-End-Status TO Run-End-Status
    WRITE Run-Control-Record
    SET Rjn-After-Image TO TRUE
    MOVE 'WTM-RUN-CONTROL.DAT' TO WS-Rjn-File-Name
    MOVE Run-Control-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    CLOSE Run-Control-File
ELSE
    DISPLAY 'WARNING: could not write WTM-RUN-CONTROL.DAT, file status ', WS-Run-Control-Status

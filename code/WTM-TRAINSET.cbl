DATA DIVISION.
FILE SECTION.
FD  Copy-In-File.
01 Copy-In-Record PIC X(512).

FD  Copy-Out-File.
01 Copy-Out-Record PIC X(512).

FD  Keyed-Train-File.
01 Keyed-Train-Record PIC X(512).

WORKING-STORAGE SECTION.
01 WS-Copy-In-Status PIC XX.
    05 FILLER PIC X(40) VALUE 'WTM-ACCOUNTING-EXPORT.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-DEFICIT-LEDGER.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-INCOME-DETAIL.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-DEBT-DETAIL.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-SCENARIOS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-KEYED-RUNS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-HOUSEHOLD-MASTER.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-RUN-CONTROL.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-REPORT-CATALOG.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-DEDUCTION-CODES.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-EMPL-DEDUCTIONS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-SUBCAT-DEFS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-RETIREMENT-LIMITS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-EMPL-BIRTH-DATES.DAT'.
01 WS-Train-File-List REDEFINES WS-Train-File-Values.
    05 WS-Train-File-Name PIC X(40) OCCURS 23 TIMES.
01 WS-Train-File-Count PIC 9(2) VALUE 23.
01 WS-File-Idx PIC 9(2).
01 WS-Record-Count PIC 9(7).
01 WS-Files-Copied PIC 9(2) VALUE 0.

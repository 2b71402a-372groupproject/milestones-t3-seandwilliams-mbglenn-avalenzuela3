    *> The files a partitioned batch run gives each partition its own
    *> copy of. A partition's copy is the live name with -Pnn ahead of
    *> the .DAT (BUDGET-HISTORY.DAT -> BUDGET-HISTORY-P03.DAT), the same
    *> rule WHERES_THE_MONEY applies when launched as a partition job.
    *> Entries 1-8 are the per-record outputs, in Plog-Rows order;
    *> 9-12 are the end-of-run catalog, run control, checkpoint, and
    *> partition log; 13-14 are the partition's input and its map of
    *> input positions, written by WTM-PARTSPLIT.
       01 WTM-Partition-File-Names.
          05 FILLER PIC X(40) VALUE 'BUDGET-HISTORY.DAT'.
          05 FILLER PIC X(40) VALUE 'WTM-ACCOUNTING-EXPORT.DAT'.
          05 FILLER PIC X(40) VALUE 'WTM-DEFICIT-LEDGER.DAT'.
          05 FILLER PIC X(40) VALUE 'WTM-APPROVAL-QUEUE.DAT'.
          05 FILLER PIC X(40) VALUE 'WTM-SUBCAT-DETAIL.DAT'.
          05 FILLER PIC X(40) VALUE 'WTM-INCOME-DETAIL.DAT'.
          05 FILLER PIC X(40) VALUE 'WTM-SAVINGS-SPLIT.DAT'.
          05 FILLER PIC X(40) VALUE 'WTM-GARNISH-LEDGER.DAT'.
          05 FILLER PIC X(40) VALUE 'WTM-REPORT-CATALOG.DAT'.
          05 FILLER PIC X(40) VALUE 'WTM-RUN-CONTROL.DAT'.
          05 FILLER PIC X(40) VALUE 'BUDGET-BATCH-CHECKPOINT.DAT'.
          05 FILLER PIC X(40) VALUE 'BUDGET-BATCH-PARTLOG.DAT'.
          05 FILLER PIC X(40) VALUE 'BUDGET-BATCH-VALIDATED.DAT'.
          05 FILLER PIC X(40) VALUE 'BUDGET-BATCH-PARTMAP.DAT'.
       01 WTM-Partition-File-Table REDEFINES WTM-Partition-File-Names.
          05 WTM-Partition-Base-Name PIC X(40) OCCURS 14 TIMES.

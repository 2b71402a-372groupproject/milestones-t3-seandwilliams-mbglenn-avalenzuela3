    *> BUDGET-BATCH-PARTLOG-Pnn.DAT record layout: one row per input
    *> record a partition job has finished, in the order it read them,
    *> carrying how many rows that record appended to each partition
    *> output file. WTM-PARTMERGE uses the counts to put every row back
    *> in the position a single run would have written it; a resumed
    *> partition job uses them to cut its outputs back to the checkpoint.
       01 Partition-Log-Record.
          05 Plog-Seq             PIC 9(7).
          05 Plog-Employee-ID     PIC 9(6).
          05 Plog-Row-Counts.
             10 Plog-Hist-Rows     PIC 9(4).
             10 Plog-Export-Rows   PIC 9(4).
             10 Plog-Ledger-Rows   PIC 9(4).
             10 Plog-Approval-Rows PIC 9(4).
             10 Plog-Subcat-Rows   PIC 9(4).
             10 Plog-Income-Rows   PIC 9(4).
             10 Plog-Split-Rows    PIC 9(4).
             10 Plog-Garnish-Rows  PIC 9(4).
          05 Plog-Row-Table REDEFINES Plog-Row-Counts.
             10 Plog-Rows          PIC 9(4) OCCURS 8 TIMES.

    *> BUDGET-BATCH-PARTCTL.DAT record layout: one row per partition of
    *> a partitioned batch run, written by WTM-PARTSPLIT when it divides
    *> BUDGET-BATCH-VALIDATED.DAT by Employee-ID range. Status S means
    *> split and waiting for its partition job and the merge; WTM-PARTMERGE
    *> flips every row to M once the partition outputs are in the live
    *> files, so a second merge (or a stray single run) is refused.
       01 Partition-Ctl-Record.
          05 Pctl-Partition      PIC 9(2).
          05 Pctl-Low-ID         PIC 9(6).
          05 Pctl-High-ID        PIC 9(6).
          05 Pctl-Record-Count   PIC 9(7).
          05 Pctl-Status         PIC X.
             88 Pctl-Split       VALUE "S".
             88 Pctl-Merged      VALUE "M".
          05 Pctl-Split-Stamp    PIC 9(14).
          05 Pctl-Operator-ID    PIC X(8).

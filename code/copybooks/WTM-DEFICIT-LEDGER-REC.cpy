    *> shortfall as a positive amount; a later run with positive
    *> Extra appends a negative recovery row capped at the balance
    *> outstanding, so summing an employee's rows gives how far
    *> behind they still are. Led-Run-ID is the budget run that posted
    *> the row (WTM-RUN-ID.cpy); spaces on rows posted outside a run,
    *> such as a household dissolution's apportionment. A write-off's
    *> closing row carries the write-off's own ID, source WO
    *> (Led-Write-Off) - a negative row that is not a recovery.
       01 Deficit-Ledger-Record.
          05 Led-Employee-ID PIC 9(6).
          05 Led-Period      PIC 9(6).
          05 Led-Amount      PIC S9(8)V99.
          05 Led-Run-ID      PIC X(24).
          05 Led-Run-ID-Parts REDEFINES Led-Run-ID.
             10 Led-Run-Source PIC X(2).
                88 Led-Write-Off VALUE "WO".
             10 FILLER         PIC X(22).

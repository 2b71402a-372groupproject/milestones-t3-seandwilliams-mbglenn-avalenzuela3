    *> WTM-GARNISH-LEDGER.DAT record layout: one row per garnishment
    *> order applied by a saved budget run, keyed on employee, order
    *> number, and period. Gle-Requested-Monthly is what the order asked
    *> for that month, Gle-Applied-Monthly what came out after the
    *> disposable-income limits and the order's remaining balance;
    *> Gle-Limited is Y when a limit cut it back. A re-run of the same
    *> period writes a fresh row, and the latest row for an employee,
    *> order, and period is the one that counts toward what the order
    *> has been paid. Gle-Run-ID is the run's ID (WTM-RUN-ID.cpy).
       01 Garnish-Ledger-Record.
          05 Gle-Employee-ID       PIC 9(6).
          05 Gle-Order-No          PIC 9(3).
          05 Gle-Period            PIC 9(6).
          05 Gle-Order-Type        PIC X.
          05 Gle-Requested-Monthly PIC 9(7)V99.
          05 Gle-Applied-Monthly   PIC 9(7)V99.
          05 Gle-Limited           PIC X.
          05 Gle-Run-Date          PIC 9(8).
          05 Gle-Operator-ID       PIC X(8).
          05 Gle-Run-ID            PIC X(24).

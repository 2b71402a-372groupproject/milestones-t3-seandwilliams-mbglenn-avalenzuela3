    *> WTM-SAVINGS-GOALS.DAT record layout: the savings goal an
    *> employee gives at the end of a saved budget run, append-only -
    *> the latest row for an Employee-ID is the goal in force, the
    *> earlier rows its history. Goal-Current-Savings is what the
    *> employee said they had saved when the goal was given, and
    *> Goal-Monthly-Contribution the run's Extra over twelve that the
    *> months-to-goal projection was worked from. Goal-Run-ID is the
    *> run's ID (WTM-RUN-ID.cpy). Read by WTM-PORTAL for the
    *> self-service extract's goal progress.
       01 Savings-Goal-Record.
          05 Goal-Employee-ID          PIC 9(6).
          05 Goal-Amount               PIC 9(8)V99.
          05 Goal-Current-Savings      PIC 9(8)V99.
          05 Goal-Monthly-Contribution PIC S9(7)V99.
          05 Goal-Set-Date             PIC 9(8).
          05 Goal-Period               PIC 9(6).
          05 Goal-Run-ID               PIC X(24).
          05 Goal-Operator-ID          PIC X(8).

    *> WTM-SAVINGS-SPLIT.DAT record layout: one row per saved budget
    *> run for an employee with a standing savings instruction on
    *> WTM-BANK-ACCOUNTS.DAT. Split-Yearly-Amount is the savings share
    *> of the run's (yearly) Extra; Split-Period-Amount is the twelfth
    *> of it that one monthly period moves. A re-run of the same
    *> employee and period appends a new row, and the latest row for
    *> an Employee-ID and Split-Period is the one WTM-ACHBUILD sends -
    *> a zero amount (Extra gone to nothing) sends nothing.
    *> Split-Run-ID is the run's ID (WTM-RUN-ID.cpy).
       01 Savings-Split-Record.
          05 Split-Employee-ID    PIC 9(6).
          05 Split-Period         PIC 9(6).
          05 Split-Run-Date       PIC 9(8).
          05 Split-Run-Time       PIC 9(8).
          05 Split-Percent        PIC 9(3)V99.
          05 Split-Yearly-Amount  PIC S9(7)V99.
          05 Split-Period-Amount  PIC S9(7)V99.
          05 Split-Operator-ID    PIC X(8).
          05 Split-Run-ID         PIC X(24).

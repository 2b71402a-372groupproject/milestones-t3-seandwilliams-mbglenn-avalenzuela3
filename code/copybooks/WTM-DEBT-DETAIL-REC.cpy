    *> WTM-DEBT-DETAIL.DAT record layout: one row per saved budget run
    *> in which the household tracked a debt, keyed on the run
    *> (employee ID + period + run date) and carrying the balance,
    *> annual interest rate, and planned monthly payment keyed in the
    *> run's debt-tracking step, and who keyed them - so the lending
    *> assessment can rebuild debt-to-income from the latest run.
    *> Dbt-Run-ID is the run's ID (WTM-RUN-ID.cpy).
       01 Debt-Detail-Record.
          05 Dbt-Employee-ID     PIC 9(6).
          05 Dbt-Period          PIC 9(6).
          05 Dbt-Run-Date        PIC 9(8).
          05 Dbt-Balance         PIC 9(8)V99.
          05 Dbt-Annual-Rate     PIC 9(3)V99.
          05 Dbt-Monthly-Payment PIC 9(7)V99.
          05 Dbt-Operator-ID     PIC X(8).
          05 Dbt-Run-ID          PIC X(24).

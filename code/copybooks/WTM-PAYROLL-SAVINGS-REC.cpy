    *> WTM-PAYROLL-SAVINGS.DAT record layout: the employee's election
    *> to have savings withheld from pay instead of transferred from
    *> checking. Append-only, one row per change made in WTM-BANKMAINT
    *> (mode P) - the latest row for an Employee-ID is the standing
    *> election, the earlier rows its change trail. Psv-Basis E takes
    *> the whole of the latest saved run's Extra, P takes Psv-Percent
    *> of it (the split percent). Psv-Pay-Frequency says how many pay
    *> periods the yearly amount is spread over: W weekly (52), B
    *> biweekly (26), S semi-monthly (24), M monthly (12). While an
    *> election is active WTM-ACHBUILD sends the employee no savings
    *> transfer; WTM-PAYDEDOUT sends the deduction to payroll instead.
       01 Payroll-Savings-Record.
          05 Psv-Employee-ID    PIC 9(6).
          05 Psv-Change-Date    PIC 9(8).
          05 Psv-Change-Time    PIC 9(8).
          05 Psv-Active         PIC X.
             88 Psv-Elected     VALUE "Y".
          05 Psv-Basis          PIC X.
             88 Psv-Whole-Extra VALUE "E".
             88 Psv-Split-Pct   VALUE "P".
          05 Psv-Percent        PIC 9(3)V99.
          05 Psv-Pay-Frequency  PIC X.
          05 Psv-Operator-ID    PIC X(8).

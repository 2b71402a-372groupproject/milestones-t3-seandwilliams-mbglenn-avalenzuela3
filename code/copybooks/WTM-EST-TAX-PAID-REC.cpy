    *> WTM-EST-TAX-PAID.DAT record layout: one row per estimated tax
    *> payment a household has made on its non-wage income, captured
    *> in WTM-ACTUALS (mode Q) - the tax year and quarter it was paid
    *> toward, the amount, the date it was paid, and who keyed it.
    *> WTM-ESTTAX sums these against the quarterly safe-harbor
    *> installments.
       01 Est-Tax-Paid-Record.
          05 Etp-Employee-ID PIC 9(6).
          05 Etp-Tax-Year    PIC 9(4).
          05 Etp-Quarter     PIC 9.
          05 Etp-Amount      PIC S9(7)V99.
          05 Etp-Paid-Date   PIC 9(8).
          05 Etp-Operator-ID PIC X(8).
          05 Etp-Stamp       PIC 9(14).

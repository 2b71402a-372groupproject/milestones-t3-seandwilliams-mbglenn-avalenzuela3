    *> its frequency (A annual, M monthly, W weekly), and the
    *> annualized figure that fed the run's total income - so
    *> accounting can report salary and non-salary income separately.
    *> Inc-Run-ID is the run that wrote the line (WTM-RUN-ID.cpy).
       01 Income-Detail-Record.
          05 Inc-Employee-ID PIC 9(6).
          05 Inc-Period      PIC 9(6).
          05 Inc-Amount      PIC S9(7)V99.
          05 Inc-Frequency   PIC X.
          05 Inc-Annualized  PIC S9(8)V99.
          05 Inc-Run-ID      PIC X(24).

    *> WTM-FX-PERIOD-RATES.DAT record layout: the period rate table.
    *> One row per budget period and currency, derived at month end by
    *> WTM-FX-PERIOD from the effective-dated WTM-FX-RATES.DAT history.
    *> Fxp-Average-Rate is the day-weighted average of the rate in
    *> force on each day of the month (the translation rate for results);
    *> Fxp-Closing-Rate is the rate in force on the last day (the
    *> revaluation rate for balances), Fxp-Closing-Eff-Date the date
    *> that rate took effect. Fxp-Days-Priced is the number of days of
    *> the month a rate was in force for - the average is taken over
    *> those days only - and Fxp-Rate-Changes the rate rows that took
    *> effect inside the month. A re-derivation replaces the period's
    *> rows; other periods are kept as they stand.
       01 FX-Period-Rate-Record.
          05 Fxp-Period           PIC 9(6).
          05 Fxp-Curr-Code        PIC X(3).
          05 Fxp-Average-Rate     PIC 9(5)V9999.
          05 Fxp-Closing-Rate     PIC 9(5)V9999.
          05 Fxp-Closing-Eff-Date PIC 9(8).
          05 Fxp-Days-Priced      PIC 9(2).
          05 Fxp-Rate-Changes     PIC 9(3).
          05 Fxp-Derived-Date     PIC 9(8).
          05 Fxp-Operator-ID      PIC X(8).

    *> WTM-SOURCE-TAX-RATES.DAT record layout: one flat rate per
    *> non-wage income source type, keyed by the tax year the rate takes
    *> effect (same year rule as the domestic brackets). Undated rows
    *> from before the table was dated read through the undated view
    *> and count as tax year 0.
       01 Source-Tax-Record.
          05 Stx-Tax-Year         PIC 9(4).
          05 Stx-Source-Type      PIC X.
          05 Stx-Rate-Pct         PIC 9(3)V99.
       01 Source-Tax-Undated-Record.
          05 Stx-Undated-Type     PIC X.
          05 Stx-Undated-Rate     PIC 9(3)V99.
          05 Stx-Undated-Tail     PIC X(4).

    *> WTM-DOMESTIC-TAX-BRACKETS.DAT record layout: one row per bracket,
    *> keyed by the tax year the bracket takes effect. A run taxes with
    *> the latest year not after the year of its budget period.
    *> Rows written before the table was dated carry no year - the
    *> undated view reads them; they are treated as tax year 0, the base
    *> table any dated year supersedes.
       01 Tax-Bracket-Input-Record.
          05 Bracket-Input-Year   PIC 9(4).
          05 Bracket-Input-Floor  PIC 9(8).
          05 Bracket-Input-Rate   PIC 9(3)V9999.
       01 Tax-Bracket-Undated-Record.
          05 Bracket-Undated-Floor PIC 9(8).
          05 Bracket-Undated-Rate  PIC 9(3)V9999.
          05 Bracket-Undated-Tail  PIC X(4).

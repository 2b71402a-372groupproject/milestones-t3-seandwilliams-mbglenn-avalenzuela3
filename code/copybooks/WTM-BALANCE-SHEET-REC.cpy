    *> WTM-BALANCE-SHEET.DAT record layout: what a household owns and
    *> owes, one row per balance-sheet line, dated by the day the
    *> figures were taken (Bsh-As-Of-Date) so successive sheets make a
    *> net-worth trend. Append-only - the latest row for an employee,
    *> as-of date, line type, and line name is that line on that
    *> sheet; an amount of zero takes the line off the sheet (a card
    *> paid off, an account closed). Keyed in WTM-BALSHEET, reported
    *> by WTM-NETWORTH.
    *>   Bsh-Side       A asset, L liability
    *>   Bsh-Line-Type  assets:      CHEK checking, SAVE savings,
    *>                               RETR retirement, HOME home value,
    *>                               OTHA other asset
    *>                  liabilities: MORT mortgage, CARD credit card,
    *>                               LOAN loan, OTHL other liability
    *>   Bsh-Line-Name  which account or debt, as the household names
    *>                  it - two cards are two CARD lines
    *> SAVE and RETR lines are the household's savings, the figure
    *> WTM-NETWORTH sets against the Extra its budget runs recorded.
       01 Balance-Sheet-Record.
          05 Bsh-Employee-ID  PIC 9(6).
          05 Bsh-As-Of-Date   PIC 9(8).
          05 Bsh-Side         PIC X.
             88 Bsh-Asset     VALUE "A".
             88 Bsh-Liability VALUE "L".
          05 Bsh-Line-Type    PIC X(4).
             88 Bsh-Savings-Line VALUE "SAVE" "RETR".
          05 Bsh-Line-Name    PIC X(20).
          05 Bsh-Amount       PIC 9(9)V99.
          05 Bsh-Entry-Date   PIC 9(8).
          05 Bsh-Entry-Time   PIC 9(8).
          05 Bsh-Operator-ID  PIC X(8).

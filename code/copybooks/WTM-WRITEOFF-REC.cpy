    *> WTM-WRITEOFFS.DAT record layout: one row per deficit balance a
    *> supervisor wrote off through WTM-WRITEOFF, append-only. The same
    *> transaction posts the closing row to WTM-DEFICIT-LEDGER.DAT
    *> (carrying the same run ID, source WO); WTM-GLEXPORT picks the
    *> row up for its posting period and charges the amount to the
    *> employee's company voucher, and WTM-REPORTBOOK totals the
    *> period's write-offs. Wof-Amount is the balance written off, as a
    *> positive amount; Wof-Oldest-Period the oldest period of it still
    *> owed; Wof-Operator-ID the approving supervisor.
       01 Writeoff-Record.
          05 Wof-Employee-ID     PIC 9(6).
          05 Wof-Post-Period     PIC 9(6).
          05 Wof-Company         PIC X(3).
          05 Wof-Amount          PIC S9(8)V99.
          05 Wof-Reason-Code     PIC X(4).
          05 Wof-Oldest-Period   PIC 9(6).
          05 Wof-Run-ID          PIC X(24).
          05 Wof-Post-Date       PIC 9(8).
          05 Wof-Operator-ID     PIC X(8).
          05 Wof-Note            PIC X(30).

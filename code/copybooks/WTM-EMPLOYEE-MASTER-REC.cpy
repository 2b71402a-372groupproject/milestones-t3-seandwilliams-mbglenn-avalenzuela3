    *> Empl-Term-Date was added with the HR termination feed: zero
    *> (or spaces on rows written before it) means no leave date is
    *> on record; a terminated employee can still be processed for
    *> periods up to the leave month. Empl-Tax-Locality is the
    *> state/locality code keyed to WTM-STATE-TAX.DAT (spaces on rows
    *> written before it, or for a state with no income tax).
       01 Employee-Master-Record.
          05 Empl-ID           PIC 9(6).
          05 Empl-Name         PIC X(30).
          05 Empl-Department   PIC X(10).
          05 Empl-Company      PIC X(3).
          05 Empl-Term-Date    PIC 9(8).
          05 Empl-Tax-Locality PIC X(4).

    *> WTM-ACCESS-LOG.DAT record layout: one row per authorization
    *> decision on a protected function - who asked for what, when,
    *> and whether it was granted or denied - written by WTM-ROLE-GATE
    *> and by the console's own menu gate. WTM-FIGURE-MASK adds one row
    *> per unmasked view of an employee's salary, income, or deficit
    *> figures, with disposition UNMASKED and the employee viewed; the
    *> authorization rows carry employee zero.
       01 Access-Log-Record.
          05 Accs-Date        PIC 9(8).
          05 Accs-Time        PIC 9(8).
          05 Accs-Operator-ID PIC X(8).
          05 Accs-Function    PIC X(20).
          05 Accs-Disposition PIC X(8).
          05 Accs-Employee-ID PIC 9(6).

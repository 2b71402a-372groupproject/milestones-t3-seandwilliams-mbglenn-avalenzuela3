    *> WTM-GARNISH-ORDERS.DAT record layout: the garnishment order
    *> register, one row per court or agency order served on an
    *> employee, keyed by employee and an order number within the
    *> employee. Maintained in WTM-GARNISH. Orders come out of pay
    *> after tax, in Gor-Priority order (lowest first), each held to
    *> the disposable-income limit for its type:
    *>   S  child or spousal support - 60% of disposable income, 50%
    *>      when Gor-Other-Family is Y (the employee supports another
    *>      spouse or child), plus 5 points when Gor-Arrears is Y
    *>      (arrears older than 12 weeks)
    *>   C  creditor order           - 25% of disposable income, never
    *>      below the protected minimum, and 25% across all orders
    *>   A  administrative (federal agency / student loan) - 15%, and
    *>      25% across all orders
    *>   T  tax levy                 - everything above the protected
    *>      minimum
    *> Gor-Amount is a monthly amount when Gor-Amount-Basis is F, a
    *> percent of disposable income when it is P. Gor-Total-Owed is the
    *> amount the order is for (zero for an open-ended support order);
    *> what has come out against it is on WTM-GARNISH-LEDGER.DAT. An
    *> order is in force from Gor-Start-Date to Gor-End-Date; an end
    *> date of zero means the order has not been ended.
       01 Garnish-Order-Record.
          05 Gor-Employee-ID     PIC 9(6).
          05 Gor-Order-No        PIC 9(3).
          05 Gor-Order-Type      PIC X.
             88 Gor-Support      VALUE "S".
             88 Gor-Creditor     VALUE "C".
             88 Gor-Admin        VALUE "A".
             88 Gor-Tax-Levy     VALUE "T".
          05 Gor-Amount-Basis    PIC X.
             88 Gor-Flat-Monthly VALUE "F".
             88 Gor-Percent      VALUE "P".
          05 Gor-Amount          PIC 9(7)V99.
          05 Gor-Priority        PIC 9(2).
          05 Gor-Start-Date      PIC 9(8).
          05 Gor-End-Date        PIC 9(8).
          05 Gor-Total-Owed      PIC 9(9)V99.
          05 Gor-Other-Family    PIC X.
          05 Gor-Arrears         PIC X.
          05 Gor-Case-Ref        PIC X(20).
          05 Gor-Entered-By      PIC X(8).
          05 Gor-Ended-By        PIC X(8).

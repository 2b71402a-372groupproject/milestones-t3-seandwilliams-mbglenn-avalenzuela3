    *> WTM-LETTER-LOG.DAT record layout: one row per notice letter
    *> produced by WTM-LETTERS - who was written to, which notice
    *> (DEFC deficit balance, POLB policy breach, REPY missed
    *> repayment), the budget period it concerned, the headline
    *> figure merged into it, the run date and operator, and the
    *> letter file it was printed in - so "when was this household
    *> told" is a read of the log. A household is written to at most
    *> once per notice type per period.
       01 Letter-Log-Record.
          05 Ltl-Employee-ID  PIC 9(6).
          05 Ltl-Letter-Type  PIC X(4).
          05 Ltl-Period       PIC 9(6).
          05 Ltl-Amount       PIC S9(8)V99.
          05 Ltl-Sent-Date    PIC 9(8).
          05 Ltl-Operator-ID  PIC X(8).
          05 Ltl-File-Name    PIC X(40).

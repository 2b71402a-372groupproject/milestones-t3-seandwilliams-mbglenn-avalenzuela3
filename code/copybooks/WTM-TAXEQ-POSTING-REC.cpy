    *> WTM-TAXEQ-POSTINGS.DAT record layout: one row per assignee per
    *> settled tax year, written by WTM-TAXEQ and picked up by
    *> WTM-GLEXPORT for the posting period it carries. Teq-Amount is the
    *> company's equalization cost - host tax less hypothetical home
    *> tax: positive when the company pays the employee, negative when
    *> the employee reimburses the company.
       01 Taxeq-Posting-Record.
          05 Teq-Employee-ID     PIC 9(6).
          05 Teq-Tax-Year        PIC 9(4).
          05 Teq-Post-Period     PIC 9(6).
          05 Teq-Company         PIC X(3).
          05 Teq-Host-Code       PIC X(3).
          05 Teq-Income          PIC S9(9)V99.
          05 Teq-Home-Tax        PIC S9(8)V99.
          05 Teq-Host-Tax        PIC S9(8)V99.
          05 Teq-Amount          PIC S9(8)V99.
          05 Teq-Run-Date        PIC 9(8).
          05 Teq-Operator-ID     PIC X(8).

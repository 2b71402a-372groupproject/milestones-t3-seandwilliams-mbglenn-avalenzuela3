    *> WTM-CHANGE-INTAKE.DAT record layout: household change requests as
    *> received from the employee portal or HR. Cin-Source names the
    *> channel (PORTAL, HR). Cin-Category is the budget category name as
    *> shown on the report (Rent, Bills, Food, Travel, Insurance);
    *> Cin-New-Amount is the new figure in that category's entry unit and
    *> Cin-Effective-Period the first budget period (YYYYMM) it applies to.
       01 Change-Intake-Record.
          05 Cin-Employee-ID      PIC 9(6).
          05 Cin-Source           PIC X(8).
          05 Cin-Submitted-Date   PIC 9(8).
          05 Cin-Category         PIC X(15).
          05 Cin-New-Amount       PIC 9(7)V99.
          05 Cin-Effective-Period PIC 9(6).
          05 Cin-Description      PIC X(40).

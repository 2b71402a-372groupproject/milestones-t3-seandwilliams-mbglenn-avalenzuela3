    *> WTM-SCENARIOS.DAT record layout: one named budget scenario per
    *> household (employee ID + scenario name), kept from one
    *> counseling session to the next. The inputs - base salary, other
    *> income, and the six category amounts as keyed (the Taxes entry a
    *> percent) - are what a load puts back into the working figures;
    *> the results - total income, Extra, the category and Extra
    *> percents, policy flag, and health score - are those of the
    *> preview the scenario was saved from, for the side-by-side
    *> comparison. Scn-Adopted-Period/-Date record the last time the
    *> scenario was adopted as the household's actual run (0 = never).
       01 Scenario-Record.
          05 Scn-Employee-ID     PIC 9(6).
          05 Scn-Name            PIC X(20).
          05 Scn-Base-Salary     PIC 9(8)V99.
          05 Scn-Other-Income    PIC S9(7)V99.
          05 Scn-Raw-Amount      PIC S9(7)V99 OCCURS 6 TIMES.
          05 Scn-Salary          PIC S9(8)V99.
          05 Scn-Extra           PIC 9(7)V99.
          05 Scn-Extra-Percent   PIC 9(7)V99.
          05 Scn-Cat-Percent     PIC S9(7)V99 OCCURS 6 TIMES.
          05 Scn-Policy-Flag     PIC X.
          05 Scn-Health-Score    PIC 9(3).
          05 Scn-Saved-Date      PIC 9(8).
          05 Scn-Operator-ID     PIC X(8).
          05 Scn-Adopted-Period  PIC 9(6).
          05 Scn-Adopted-Date    PIC 9(8).

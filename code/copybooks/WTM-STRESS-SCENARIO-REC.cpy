    *> WTM-STRESS-SCENARIOS.DAT record layout: the economic shocks
    *> WTM-STRESSTEST applies to the population, one row per shock,
    *> the rows of a scenario sharing its name. Sts-Shock-Type says
    *> what the row moves:
    *>   C  one category's amount - Sts-Cat-Num 1-6 in the category
    *>      table order (rent, bills, food, travel, taxes, insurance)
    *>   S  salary (a pay freeze is simply no S row)
    *>   I  inflation - every spending category (all but taxes), on top
    *>      of any C row for the category
    *>   F  an exchange-rate change for international households - the
    *>      home-currency value of the pay of a household budgeted in
    *>      Sts-Curr-Code (spaces = every foreign currency) moves by it
    *> Sts-Pct is the percent change and Sts-Direction its sign, + or
    *> -, so the file can be keyed by hand. A later row for the same
    *> shock replaces an earlier one.
       01 Stress-Scenario-Record.
          05 Sts-Scenario-Name PIC X(20).
          05 Sts-Shock-Type    PIC X.
             88 Sts-Category-Shock VALUE "C".
             88 Sts-Salary-Shock   VALUE "S".
             88 Sts-Inflation      VALUE "I".
             88 Sts-FX-Shock       VALUE "F".
          05 Sts-Cat-Num       PIC 9.
          05 Sts-Curr-Code     PIC X(3).
          05 Sts-Direction     PIC X.
             88 Sts-Decrease   VALUE "-".
          05 Sts-Pct           PIC 9(3)V99.

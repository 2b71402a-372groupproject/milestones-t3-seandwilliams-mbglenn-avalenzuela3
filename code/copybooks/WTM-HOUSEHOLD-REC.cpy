    *> of surviving only as Partner 1's ID and a combined name string.
    *> HH-Status and the dissolution period were added for household
    *> dissolution processing: records written before then read with
    *> spaces there and are treated as active. HH-Adults and
    *> HH-Dependents are the household size keyed at registration (or
    *> corrected on a later joint run); rows written before the size
    *> was captured read with spaces there - size not known.
       01 Household-Record.
          05 HH-ID           PIC 9(6).
          05 HH-Name         PIC X(30).
             88 HH-Active    VALUE "A" " ".
             88 HH-Dissolved VALUE "D".
          05 HH-Dissolved-Period PIC 9(6).
          05 HH-Adults       PIC 9(2).
          05 HH-Dependents   PIC 9(2).

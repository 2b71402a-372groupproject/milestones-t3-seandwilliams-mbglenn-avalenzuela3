    *> WTM-CASH-MOVES.DAT record layout: every movement of cash through
    *> the desk's drawer, one row per denomination moved, appended by
    *> WTM-CASHDESK. A sale (S) pays pieces out, so they carry a
    *> negative count, with the dollars taken and the rate used on each
    *> row of the sale; a stock receipt (R) brings pieces in; a count
    *> adjustment (A) books the over or short an end-of-day count found.
    *> The rows of one transaction share the date and time.
       01 Cash-Move-Record.
          05 Cmv-Date            PIC 9(8).
          05 Cmv-Time            PIC 9(6).
          05 Cmv-Operator-ID     PIC X(8).
          05 Cmv-Type            PIC X.
             88 Cmv-Sale         VALUE "S".
             88 Cmv-Receipt      VALUE "R".
             88 Cmv-Count-Adjust VALUE "A".
          05 Cmv-Currency        PIC X(3).
          05 Cmv-Denomination    PIC 9(5)V99.
          05 Cmv-Pieces          PIC S9(7).
          05 Cmv-Value           PIC S9(9)V99.
          05 Cmv-Dollar-Amount   PIC 9(8)V99.
          05 Cmv-Rate            PIC 9(5)V9999.

    *> WTM-TRAVEL-ADVANCES.DAT record layout: the register of
    *> foreign-currency travel advances, one row per advance, rewritten
    *> in place as its status moves. Issued and settled in WTM-TRAVADV.
    *> The layout leads with the employee ID, as the per-employee
    *> utilities (WTM-ERASE, WTM-EMPMERGE) expect.
    *> Rates are foreign units per home unit, as in WTM-FX-RATES.DAT.
    *> Tad-Foreign-Amount is the currency handed to the employee (what
    *> WTM-FX-CONVERT gives for Tad-Dollars-Paid, net of the spread and
    *> the fee); Tad-Home-Value carries it at the issue rate. At
    *> settlement the foreign expenses receipted and the cash handed
    *> back are set against the advance: Tad-Balance-Foreign is what is
    *> still unaccounted for - positive when the employee owes it back,
    *> negative when the company owes the employee the overspend - and
    *> Tad-Balance-Home that balance at the settlement rate.
    *> Tad-Gain-Loss is the realized FX gain (positive) or loss on the
    *> advance: its value at the settlement rate less its carrying
    *> value at issue. WTM-GLEXPORT posts it to Tad-Company's voucher
    *> for the period of Tad-Settle-Date.
       01 Travel-Advance-Record.
          05 Tad-Employee-ID     PIC 9(6).
          05 Tad-Advance-No      PIC 9(6).
          05 Tad-Company         PIC X(3).
          05 Tad-Curr-Code       PIC X(3).
          05 Tad-Dollars-Paid    PIC 9(9)V99.
          05 Tad-Foreign-Amount  PIC 9(9)V99.
          05 Tad-Issue-Rate      PIC 9(5)V9999.
          05 Tad-Home-Value      PIC 9(9)V99.
          05 Tad-Issue-Date      PIC 9(8).
          05 Tad-Issued-By       PIC X(8).
          05 Tad-Purpose         PIC X(30).
          05 Tad-Status          PIC X.
             88 Tad-Open         VALUE "O".
             88 Tad-Settled      VALUE "S".
          05 Tad-Settle-Date     PIC 9(8).
          05 Tad-Settle-Rate     PIC 9(5)V9999.
          05 Tad-Expenses        PIC 9(9)V99.
          05 Tad-Returned        PIC 9(9)V99.
          05 Tad-Balance-Foreign PIC S9(9)V99.
          05 Tad-Balance-Home    PIC S9(9)V99.
          05 Tad-Gain-Loss       PIC S9(9)V99.
          05 Tad-Settled-By      PIC X(8).

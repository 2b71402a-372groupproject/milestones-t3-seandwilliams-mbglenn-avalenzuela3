    *> WTM-FWD-CONTRACTS.DAT record layout: the register of forward
    *> contracts treasury has actually booked for relocating employees
    *> (WTM-FWD-RATES.DAT is only the planning table). One row per
    *> contract, rewritten in place as its status moves. Booked and
    *> cancelled in WTM-FWDBOOK; settled by WTM-FWDSETTLE when it
    *> falls due. Fwc-Notional is the home-currency amount sold; the
    *> rates are foreign units per home unit, as in WTM-FX-RATES.DAT,
    *> so the contract delivers Fwc-Notional * Fwc-Contract-Rate in
    *> Fwc-Curr-Code. At settlement Fwc-Spot-Rate is the spot rate in
    *> force on the maturity date and Fwc-Gain-Loss the home-currency
    *> value of the difference - positive when the contract delivered
    *> more than the spot market would have. A cancelled contract
    *> keeps its cancellation date and operator in Fwc-Settle-Date and
    *> Fwc-Settled-By.
       01 Fwd-Contract-Record.
          05 Fwc-Employee-ID    PIC 9(6).
          05 Fwc-Contract-No    PIC 9(6).
          05 Fwc-Curr-Code      PIC X(3).
          05 Fwc-Notional       PIC 9(9)V99.
          05 Fwc-Contract-Rate  PIC 9(5)V9999.
          05 Fwc-Trade-Date     PIC 9(8).
          05 Fwc-Maturity-Date  PIC 9(8).
          05 Fwc-Status         PIC X.
             88 Fwc-Open        VALUE "O".
             88 Fwc-Settled     VALUE "S".
             88 Fwc-Cancelled   VALUE "C".
          05 Fwc-Booked-By      PIC X(8).
          05 Fwc-Settle-Date    PIC 9(8).
          05 Fwc-Spot-Rate      PIC 9(5)V9999.
          05 Fwc-Delivered      PIC 9(11)V99.
          05 Fwc-Gain-Loss      PIC S9(9)V99.
          05 Fwc-Settled-By     PIC X(8).

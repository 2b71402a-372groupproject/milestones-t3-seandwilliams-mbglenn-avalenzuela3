    *> WTM-CASH-DRAWER.DAT record layout: the cash desk's drawer
    *> inventory, one row per currency and denomination held - the
    *> pieces the books say are in the drawer. WTM-CASHDESK rewrites it
    *> whole after every sale, stock receipt, and end-of-day count; the
    *> count replaces the book figure with the pieces actually counted.
    *> The denominations a currency is paid out in come from
    *> WTM-CASH-DENOMS.DAT (currency, denomination, N note / C coin).
       01 Cash-Drawer-Record.
          05 Drw-Currency        PIC X(3).
          05 Drw-Denomination    PIC 9(5)V99.
          05 Drw-Kind            PIC X.
             88 Drw-Note         VALUE "N".
             88 Drw-Coin         VALUE "C".
          05 Drw-On-Hand         PIC 9(7).
          05 Drw-Last-Move-Date  PIC 9(8).
          05 Drw-Last-Count-Date PIC 9(8).

    *> WTM-KPI-HISTORY.DAT record layout: the permanent period KPI
    *> history, one row per budget period in period order. Written by
    *> WTM-KPIBUILD (rebuilding a period replaces its row rather than
    *> adding a second one); WTM-KPITREND reports movement from it.
    *> Households, Extra, deficits, and breaches come from the
    *> period's current (not superseded) BUDGET-HISTORY.DAT runs; the
    *> reject rate is rejected over acknowledged (accepted plus
    *> rejected) export records dated in the period; the approval
    *> backlog is the count of approval-queue rows for the period or
    *> earlier still pending when the row was built.
       01 Kpi-History-Record.
          05 Kpi-Period          PIC 9(6).
          05 Kpi-Households      PIC 9(6).
          05 Kpi-Avg-Extra-Pct   PIC 9(5)V99.
          05 Kpi-Deficit-Count   PIC 9(6).
          05 Kpi-Breach-Count    PIC 9(6).
          05 Kpi-Breach-Rate     PIC 9(3)V99.
          05 Kpi-Acked-Count     PIC 9(6).
          05 Kpi-Reject-Count    PIC 9(6).
          05 Kpi-Reject-Rate     PIC 9(3)V99.
          05 Kpi-Appr-Backlog    PIC 9(6).
          05 Kpi-Built-Date      PIC 9(8).
          05 Kpi-Built-By        PIC X(8).

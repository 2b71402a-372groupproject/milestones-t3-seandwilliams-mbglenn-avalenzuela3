    *> WTM-REPORT-SPECS.DAT record layout: saved report specifications
    *> for the general history report writer WTM-RPTWRITER. A report
    *> is the group of rows sharing a Spec-Name, taken in file order:
    *>   T  title (one per report) - the title text, the run schedule
    *>      (blank = on demand only, D = every nightly run, M = month-
    *>      end nights only), and Y to include superseded runs, which
    *>      are otherwise skipped as every aggregating reader does
    *>   C  a column to print, left to right (up to 8)
    *>   S  a selection test - field, operator EQ NE GT GE LT LE, and
    *>      value; a run is reported only when every S row holds (up
    *>      to 10)
    *>   K  a sort key, operator A ascending (the default) or D
    *>      descending, major key first (up to 3)
    *>   B  a control break - breaks are taken on the leading sort
    *>      keys, so the Nth B row must name the Nth K row's field
    *>   U  a subtotal field, operator SUM (the default) or AVG,
    *>      printed at every control break and as a grand total (up
    *>      to 6)
    *> Field codes are the BUDGET-HISTORY.DAT fields by the names
    *> WTM-RPTWRITER lists (EMPLOYEE-ID, PERIOD, SALARY, RENT-PCT,
    *> DEPT, ...).
       01 Report-Spec-Record.
          05 Spec-Name               PIC X(8).
          05 Spec-Row-Type           PIC X.
             88 Spec-Title-Row       VALUE "T".
             88 Spec-Column-Row      VALUE "C".
             88 Spec-Select-Row      VALUE "S".
             88 Spec-Sort-Row        VALUE "K".
             88 Spec-Break-Row       VALUE "B".
             88 Spec-Total-Row       VALUE "U".
          05 Spec-Title-Body.
             10 Spec-Title-Text      PIC X(60).
             10 Spec-Schedule        PIC X.
                88 Spec-Run-Nightly  VALUE "D".
                88 Spec-Run-Month-End VALUE "M".
             10 Spec-Include-Superseded PIC X.
          05 Spec-Field-Body REDEFINES Spec-Title-Body.
             10 Spec-Field-Code      PIC X(12).
             10 Spec-Operator        PIC X(3).
             10 Spec-Value           PIC X(20).
             10 FILLER               PIC X(27).

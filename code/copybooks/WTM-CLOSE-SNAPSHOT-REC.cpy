    *> WTM-CLOSE-SNAPSHOTS.DAT record layout: the frozen picture of a
    *> budget period as it stood when WTM-PERIOD-CLOSE closed it - what
    *> accounting was given. WTM-SNAPSHOT appends one set per close:
    *>   C  control - when and by whom the period was closed; it leads
    *>      the set, and a later C row for the same period (a re-close
    *>      after a reopen) replaces the whole earlier set
    *>   H  a history run of the period, not superseded - the full
    *>      BUDGET-HISTORY.DAT record as it stood
    *>   D  an employee's deficit ledger balance through the period
    *>   E  an export record dated in the period (domestic, not
    *>      superseded) - the rows the period's balancing counted
    *> The file is append-only; no later merge, backout or archive run
    *> touches it. WTM-ERASE alone removes an erased employee's H, D and
    *> E rows (the ID at position 22).
       01 Close-Snapshot-Record.
          05 Snp-Period            PIC 9(6).
          05 Snp-Row-Type          PIC X.
             88 Snp-Control-Row    VALUE "C".
             88 Snp-History-Row    VALUE "H".
             88 Snp-Deficit-Row    VALUE "D".
             88 Snp-Export-Row     VALUE "E".
          05 Snp-Close-Stamp       PIC 9(14).
          05 Snp-History-Image     PIC X(290).
          05 Snp-Control-Body REDEFINES Snp-History-Image.
             10 Snp-Operator-ID    PIC X(8).
             10 FILLER             PIC X(282).
          05 Snp-Deficit-Body REDEFINES Snp-History-Image.
             10 Snp-Def-Employee-ID PIC 9(6).
             10 Snp-Def-Balance    PIC S9(9)V99.
             10 FILLER             PIC X(273).
          05 Snp-Export-Body REDEFINES Snp-History-Image.
             10 Snp-Exp-Employee-ID PIC 9(6).
             10 Snp-Exp-Date       PIC 9(8).
             10 Snp-Exp-Salary     PIC S9(8)V99.
             10 Snp-Exp-Run-ID     PIC X(24).
             10 FILLER             PIC X(242).

    *> covered the run date), 7 = adds the proration factor (1.0000 =
    *> a full period; less when a mid-period starter or leaver was
    *> prorated by days covered), 8 = adds the budget-health score
    *> (0-100, 0 = written before scoring), 9 = adds the household
    *> size (adults and dependents, both 0 = size not captured) that
    *> the per-person food, insurance, and Extra figures divide by,
    *> 10 = adds the state/locality code and the federal and state
    *> income-tax portions of Hist-Taxes (both 0 = written before the
    *> split; what Hist-Taxes carries beyond them is payroll tax),
    *> 11 = adds the run ID (WTM-RUN-ID.cpy) and where the run's input
    *> came from: the batch source tag (the feed's tag on
    *> WTM-BATCH-SOURCES.DAT, LOCAL for the single input file; CONSOLE
    *> for a keyed run, PARM for a command-line run, CHGREQ for a run
    *> applied from the household change-request queue) and the record's
    *> position in the validated batch input (0 when not batch),
    *> 12 = adds the yearly court-ordered garnishment total taken out
    *> of that run's pay (0 when no order applied; Hist-Extra-Percent
    *> is what is left after it). Records from
    *> before versioning read with spaces there; WTM-HIST-MIGRATE
    *> rewrites a file in place to the current layout with defaults so
    *> readers never again misparse an old record's positions. A
          05 Hist-Fiscal-Period     PIC 9(6).
          05 Hist-Prorate-Factor    PIC 9V9999.
          05 Hist-Health-Score      PIC 9(3).
          05 Hist-Adults            PIC 9(2).
          05 Hist-Dependents        PIC 9(2).
          05 Hist-Tax-Locality      PIC X(4).
          05 Hist-Federal-Tax       PIC S9(7)V99.
          05 Hist-State-Tax         PIC S9(7)V99.
          05 Hist-Run-ID            PIC X(24).
          05 Hist-Source-Tag        PIC X(8).
          05 Hist-Input-Seq         PIC 9(7).
          05 Hist-Garnishments      PIC S9(7)V99.

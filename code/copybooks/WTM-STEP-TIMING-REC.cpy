    *> WTM-STEP-TIMING.DAT record layout: the permanent step-timing
    *> history. Append-only, one row per nightly step actually run -
    *> start and end time of day (HHMMSSss), the elapsed seconds, the
    *> step's return code, and L when the step ran well beyond its
    *> recent norm and was flagged late on the night's summary.
    *> Written by WTM-NIGHTLY; WTM-STEPTIME reports averages, worst
    *> runs, and trend from it.
       01 Step-Timing-Record.
          05 Stim-Run-Date        PIC 9(8).
          05 Stim-Step-Name       PIC X(20).
          05 Stim-Start-Time      PIC 9(8).
          05 Stim-End-Time        PIC 9(8).
          05 Stim-Elapsed-Secs    PIC 9(7).
          05 Stim-Return-Code     PIC 9(2).
          05 Stim-Late-Flag       PIC X.
             88 Stim-Ran-Late     VALUE "L".

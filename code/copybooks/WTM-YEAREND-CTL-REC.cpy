    *> WTM-YEAREND-CONTROL.DAT record layout: the year-end rollover's
    *> step log, append-only. WTM-YEAREND writes one row as each step
    *> of a closing year's rollover ends - the latest row for a year
    *> and step is how that step last ended - so a rollover stopped
    *> part-way can resume after the last step that ended below
    *> severity 12. Yec-Count is what the step did (rows added,
    *> employees carried, statements written); Yec-Output names the
    *> file a step produced, if any.
       01 Yearend-Control-Record.
          05 Yec-Closing-Year PIC 9(4).
          05 Yec-Step         PIC 9(2).
          05 Yec-Step-Name    PIC X(20).
          05 Yec-Status       PIC X(8).
             88 Yec-Fatal     VALUE "FATAL   ".
          05 Yec-RC           PIC 9(2).
          05 Yec-Count        PIC 9(7).
          05 Yec-Date         PIC 9(8).
          05 Yec-Time         PIC 9(8).
          05 Yec-Operator-ID  PIC X(8).
          05 Yec-Output       PIC X(40).

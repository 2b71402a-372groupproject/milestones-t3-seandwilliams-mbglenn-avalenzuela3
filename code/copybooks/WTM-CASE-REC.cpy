    *> WTM-CASE-LOG.DAT record layout: the counseling case log.
    *> Append-only, one row per contact or status change on a
    *> household's case - the latest row for an Employee-ID is the
    *> case's current owner, status, and next follow-up date; the
    *> earlier rows are the dated contact notes. Maintained by
    *> WTM-CASEMAINT; WTM-EMPL360 shows the open case. Case-Source
    *> says which outreach list raised it (HEALTH, DRIFT, REPAY, or
    *> OTHER for a walk-in).
       01 Case-Record.
          05 Case-Employee-ID     PIC 9(6).
          05 Case-Contact-Date    PIC 9(8).
          05 Case-Contact-Time    PIC 9(8).
          05 Case-Owner-ID        PIC X(8).
          05 Case-Status          PIC X.
             88 Case-Open         VALUE "O".
             88 Case-Closed       VALUE "C".
          05 Case-Follow-Up-Date  PIC 9(8).
          05 Case-Source          PIC X(8).
          05 Case-Operator-ID     PIC X(8).
          05 Case-Note            PIC X(60).

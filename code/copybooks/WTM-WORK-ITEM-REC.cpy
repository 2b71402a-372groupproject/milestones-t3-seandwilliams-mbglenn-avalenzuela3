    *> WTM-WORK-ITEMS.DAT record layout: the open-work queue.
    *> Append-only, one row per event on a work item - the latest row
    *> for a Wki-Item-ID is the item's current status and owner, the
    *> earlier rows its trail (the same latest-row-wins approach as
    *> WTM-CASE-LOG.DAT). WTM-WORKSYNC raises an item for each piece
    *> of open work it finds, escalates it when it has been open past
    *> the source's threshold, and closes it when the underlying item
    *> clears; WTM-MYWORK takes, releases, and assigns items.
    *>   Wki-Source      SUSP suspended entry (WTM-ENTRY-SUSPENSE.DAT)
    *>                   APPR run awaiting approval (WTM-APPROVAL-QUEUE.DAT)
    *>                   RJCT batch reject awaiting repair
    *>                        (BUDGET-BATCH-REJECTS.DAT)
    *>                   EXPT export rejected or not yet acknowledged
    *>                        (WTM-ACCOUNTING-EXPORT.DAT)
    *>                   DRFT flat-vs-keyed drift (WTM-KEYAUDIT-REPORT.TXT)
    *>                   INTG integrity exception (WTM-HIST-CHECK-REPORT.TXT,
    *>                        WTM-XREF-REPORT.TXT)
    *>                   CHRQ household change request awaiting a
    *>                        decision (WTM-CHANGE-REQUESTS.DAT)
    *>   Wki-Source-Key  what identifies the underlying item in its
    *>                   source, so the next sweep can find it again
    *>   Wki-Event       OPENED, ASSIGNED (taken or handed to an owner),
    *>                   RELEASED (owner cleared), ESCALATD, CLOSED
    *>   Wki-Resolution  on CLOSED rows: RESUMED, APPROVED, REJECTED,
    *>                   REPAIRED, ACCEPTED, SUPERSED, FIXED, APPLIED, or
    *>                   CLEARED (gone from its source, cause unknown)
       01 Work-Item-Record.
          05 Wki-Item-ID        PIC 9(7).
          05 Wki-Source         PIC X(4).
          05 Wki-Source-Key     PIC X(40).
          05 Wki-Employee-ID    PIC 9(6).
          05 Wki-Description    PIC X(50).
          05 Wki-Opened-Date    PIC 9(8).
          05 Wki-Status         PIC X.
             88 Wki-Open        VALUE "O".
             88 Wki-Escalated   VALUE "E".
             88 Wki-Closed      VALUE "C".
          05 Wki-Owner-ID       PIC X(8).
          05 Wki-Event          PIC X(8).
          05 Wki-Event-Date     PIC 9(8).
          05 Wki-Event-Time     PIC 9(8).
          05 Wki-Operator-ID    PIC X(8).
          05 Wki-Resolution     PIC X(8).

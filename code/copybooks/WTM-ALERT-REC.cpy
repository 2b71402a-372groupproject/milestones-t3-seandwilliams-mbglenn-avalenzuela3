    *> WTM-ALERTS.DAT record layout: the outbound alert file the
    *> corporate monitoring tool polls. Append-only, fixed format, one
    *> row per event - when it happened, how bad (C critical: page the
    *> on-call person; W warning: look in the morning), which program
    *> raised it, a fixed event code the monitoring rules key on, and
    *> a short text for the page. Written only through WTM-ALERT.
       01 Alert-Record.
          05 Alert-Date           PIC 9(8).
          05 Alert-Time           PIC 9(6).
          05 Alert-Severity       PIC X.
             88 Alert-Critical    VALUE "C".
             88 Alert-Warning     VALUE "W".
          05 Alert-Source         PIC X(20).
          05 Alert-Event-Code     PIC X(8).
          05 Alert-Operator-ID    PIC X(8).
          05 Alert-Text           PIC X(60).

    *> WTM-MERGE-QUEUE.DAT record layout: employee ID merges waiting to
    *> be run. A row is queued by WTM-DUPSCAN when a reviewer confirms
    *> a probable duplicate pair, naming the ID to retire (source) and
    *> the surviving identity (target). WTM-EMPMERGE offers the pending
    *> rows as its input and marks a row merged once the rekey for that
    *> source and target has run, whichever way the IDs were entered.
       01 Merge-Queue-Record.
          05 Mrq-Source-ID      PIC 9(6).
          05 Mrq-Target-ID      PIC 9(6).
          05 Mrq-Score          PIC 9(3).
          05 Mrq-Requested-By   PIC X(8).
          05 Mrq-Request-Date   PIC 9(8).
          05 Mrq-Status         PIC X.
             88 Mrq-Pending     VALUE "P".
             88 Mrq-Merged      VALUE "M".
          05 Mrq-Merged-By      PIC X(8).
          05 Mrq-Merge-Date     PIC 9(8).

    *> WTM-DUP-DECISIONS.DAT record layout: the reviewer's verdict on a
    *> pair of employee IDs WTM-DUPSCAN flagged as a probable duplicate
    *> person. One row per decided pair, appended as the reviewer works
    *> through the candidate list. The pair is held lower ID first so
    *> it matches however the scan happens to meet it. A decided pair -
    *> either way - is not offered for review again: an N pair has been
    *> judged two different people, a C pair has gone to
    *> WTM-MERGE-QUEUE.DAT for WTM-EMPMERGE.
       01 Dup-Decision-Record.
          05 Dupd-Low-ID        PIC 9(6).
          05 Dupd-High-ID       PIC 9(6).
          05 Dupd-Decision      PIC X.
             88 Dupd-Not-Duplicate VALUE "N".
             88 Dupd-Confirmed     VALUE "C".
          05 Dupd-Score         PIC 9(3).
          05 Dupd-Decided-By    PIC X(8).
          05 Dupd-Decided-Date  PIC 9(8).

    *> WTM-QA-QUEUE.DAT record layout: one row per keyed run drawn
    *> into the quality-assurance sample by WTM-QASAMPLE. Qaq-Run is the
    *> keyed run as WTM-KEYED-RUNS.DAT holds it, so the row leads with
    *> the employee ID as that file does. The reviewer's
    *> verdict is blank while the item is waiting, P when the run
    *> matched its source document, F when it did not - with the error
    *> type found, the reviewer, and the review date.
       01 QA-Queue-Record.
          05 Qaq-Run             PIC X(106).
          05 Qaq-Sample-Date     PIC 9(8).
          05 Qaq-Result          PIC X.
             88 Qaq-Pending      VALUE SPACE.
             88 Qaq-Passed       VALUE "P".
             88 Qaq-Failed       VALUE "F".
          05 Qaq-Error-Type      PIC X(4).
          05 Qaq-Reviewer-ID     PIC X(8).
          05 Qaq-Review-Date     PIC 9(8).

    *> The end-to-end run identifier. A run is assigned one when it
    *> starts and stamps it on every record it writes - history,
    *> accounting export (and so the sealed extract detail and any
    *> acknowledgment the accounting system echoes it on), income and
    *> sub-category detail, debt, ledger, savings-split, approval,
    *> keyed-run, and audit rows, and the printed report page - so
    *> WTM-RUNTRACE can list everything one run touched from the ID
    *> alone. The parts: the writing program (BU budgeting, IN
    *> international, FS forward settlement, WO deficit write-off),
    *> the job's start stamp to the hundredth of a second, the stream
    *> (the partition number of a partitioned batch job, 00 otherwise),
    *> and the run's sequence within the job. Budgeting jobs hold the single-writer lock, so
    *> no two jobs of one program and stream can share a stamp.
       01 WS-Run-ID.
          05 WS-Run-ID-Source PIC X(2).
          05 WS-Run-ID-Stamp  PIC 9(16).
          05 WS-Run-ID-Stream PIC 9(2).
          05 WS-Run-ID-Seq    PIC 9(4).

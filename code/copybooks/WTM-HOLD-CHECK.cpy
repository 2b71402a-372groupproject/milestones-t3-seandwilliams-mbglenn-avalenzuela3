    *> Parameters for CALL 'WTM-HOLD-CHECK' USING WS-Hold-Function,
    *> WS-Hold-Employee-ID, WS-Hold-Result, WS-Hold-Reason. Set
    *> Hold-Load once before a run's checks so the register is read
    *> fresh, then Hold-Check per employee. A check answers Hold-Held
    *> (WS-Hold-Reason carries the hold's reason) or Hold-Free.
       01 WS-Hold-Function PIC X.
          88 Hold-Load          VALUE "L".
          88 Hold-Check         VALUE "C".
       01 WS-Hold-Employee-ID PIC 9(6).
       01 WS-Hold-Result PIC X.
          88 Hold-Held          VALUE "H".
          88 Hold-Free          VALUE "F".
       01 WS-Hold-Reason PIC X(40).

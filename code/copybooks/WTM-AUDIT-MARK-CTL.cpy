    *> Parameters for CALL 'WTM-AUDITMARK' USING WS-Audit-Mark-Function,
    *> WS-Audit-Mark-Job, WS-Audit-Mark-File, WS-Audit-Mark-Area.
    *> Audit-Mark-Start before a job reads the file: set
    *> WS-Audit-Mark-Mode to F to ask for a full rescan or I to take
    *> the incremental scan where the mark allows; the answer comes
    *> back in WS-Audit-Mark-Mode, with WS-Audit-Mark-Position the
    *> records already validated and unchanged (skip these - zero on a
    *> full rescan), WS-Audit-Mark-File-Count the records on file now,
    *> WS-Audit-Mark-Stamp when the earlier check ran, and
    *> WS-Audit-Mark-Reason why this mode was chosen.
    *> Audit-Mark-Set once the job has finished with the file: move the
    *> number of records it has now validated (the file's count as it
    *> read it) to WS-Audit-Mark-Position and leave WS-Audit-Mark-Mode
    *> as the mode that ran.
       01 WS-Audit-Mark-Function PIC X.
          88 Audit-Mark-Start      VALUE "S".
          88 Audit-Mark-Set        VALUE "M".
       01 WS-Audit-Mark-Job PIC X(20).
       01 WS-Audit-Mark-File PIC X(40).
       01 WS-Audit-Mark-Area.
          05 WS-Audit-Mark-Mode       PIC X.
             88 Audit-Mark-Full         VALUE "F".
             88 Audit-Mark-Incremental  VALUE "I".
          05 WS-Audit-Mark-Position   PIC 9(9).
          05 WS-Audit-Mark-File-Count PIC 9(9).
          05 WS-Audit-Mark-Stamp      PIC 9(14).
          05 WS-Audit-Mark-Reason     PIC X(60).

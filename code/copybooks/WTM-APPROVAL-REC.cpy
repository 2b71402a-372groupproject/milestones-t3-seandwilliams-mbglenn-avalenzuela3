    *> works the queue in WTM-APPROVE, approving (the export record is
    *> released to pending and re-extracted) or rejecting (the export
    *> record is marked superseded) each run with a keyed reason.
    *> Appr-Run-ID is the held run's ID (WTM-RUN-ID.cpy).
       01 Approval-Record.
          05 Appr-Employee-ID   PIC 9(6).
          05 Appr-Period        PIC 9(6).
          05 Appr-Supervisor-ID PIC X(8).
          05 Appr-Decision-Date PIC 9(8).
          05 Appr-Reason        PIC X(30).
          05 Appr-Run-ID        PIC X(24).

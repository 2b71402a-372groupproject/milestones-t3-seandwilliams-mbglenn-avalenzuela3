    *> WTM-LEGAL-HOLDS.DAT record layout: the legal-hold register, one
    *> row per hold legal has asked for, keyed by employee and a hold
    *> number within the employee (one person can be under more than
    *> one matter). Maintained by admins in WTM-LEGALHOLD. A hold is in
    *> force from Lgh-Start-Date until Lgh-Release-Date; a release date
    *> of zero means no release has been given. While a hold is in
    *> force the destructive utilities (WTM-ARCHIVE, WTM-ERASE,
    *> WTM-BACKOUT, WTM-EMPMERGE) leave the employee's records alone -
    *> they ask WTM-HOLD-CHECK.
       01 Legal-Hold-Record.
          05 Lgh-Employee-ID     PIC 9(6).
          05 Lgh-Hold-No         PIC 9(4).
          05 Lgh-Reason          PIC X(40).
          05 Lgh-Requester       PIC X(20).
          05 Lgh-Start-Date      PIC 9(8).
          05 Lgh-Release-Date    PIC 9(8).
          05 Lgh-Entered-By      PIC X(8).
          05 Lgh-Released-By     PIC X(8).

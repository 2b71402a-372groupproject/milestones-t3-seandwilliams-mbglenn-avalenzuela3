    *> WTM-CONFIG-CHANGES.DAT record layout: one row per configuration
    *> edit keyed in WTM-CONFMAINT. An edit is not written to the live
    *> file when it is keyed; it is held here as pending until a second,
    *> different supervisor approves it in WTM-CONFAPPR, which then
    *> applies it. The row is never removed, so the requester, the
    *> approver, both timestamps, and the before and after row images
    *> stay on file as the audit trail.
    *>   Chg-Action    A add (after image appended to the file),
    *>                 U update (the row matching the before image is
    *>                 replaced by the after image), D delete (the row
    *>                 matching the before image is removed)
    *>   Chg-Status    P pending, A approved and applied, R rejected,
    *>                 S stale - approved, but the before image was no
    *>                 longer on the live file (changed since it was
    *>                 keyed), so nothing was applied
       01 Config-Change-Record.
          05 Chg-ID              PIC X(16).
          05 Chg-File-Name       PIC X(30).
          05 Chg-Action          PIC X.
             88 Chg-Add          VALUE "A".
             88 Chg-Update       VALUE "U".
             88 Chg-Delete       VALUE "D".
          05 Chg-Before-Row      PIC X(80).
          05 Chg-After-Row       PIC X(80).
          05 Chg-Requester-ID    PIC X(8).
          05 Chg-Request-Stamp   PIC 9(14).
          05 Chg-Status          PIC X.
             88 Chg-Pending      VALUE "P".
             88 Chg-Approved     VALUE "A".
             88 Chg-Rejected     VALUE "R".
             88 Chg-Stale        VALUE "S".
          05 Chg-Approver-ID     PIC X(8).
          05 Chg-Decision-Stamp  PIC 9(14).
          05 Chg-Reason          PIC X(30).

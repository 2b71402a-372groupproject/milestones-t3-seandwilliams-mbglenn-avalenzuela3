    *> WTM-FILE-CONTROL.DAT record layout: the file control registry.
    *> One row per shared data file, holding its record count and hash
    *> total as of the last sanctioned write - every program that
    *> writes the file registers it through WTM-FILECTL when it closes
    *> it, and every reader checks the file against this row when it
    *> opens it. The hash total is the sum, over every record, of each
    *> character's code times its column, plus the record count,
    *> carried modulo 10**15, so a truncated, copied-over, or
    *> hand-edited file no longer agrees with its row.
       01 File-Control-Record.
          05 Fctl-File-Name         PIC X(40).
          05 Fctl-Record-Count      PIC 9(9).
          05 Fctl-Hash-Total        PIC 9(15).
          05 Fctl-Registered-Stamp  PIC 9(14).
          05 Fctl-Registered-By     PIC X(8).

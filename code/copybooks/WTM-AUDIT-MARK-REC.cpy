    *> WTM-AUDIT-MARKS.DAT record layout: the audit high-water marks.
    *> One row per nightly audit job and file it validates, holding how
    *> many records of the file the job had validated as of its last
    *> run and the hash total of just those records (the same sum
    *> WTM-FILECTL takes: each character's code times its column, plus
    *> the record count, modulo 10**15). A later run that finds the
    *> first Amk-Record-Count records still hashing to Amk-Hash-Total
    *> knows they are the rows it already passed and checks only the
    *> ones after them; any other answer means the file was rewritten
    *> underneath the mark and the job goes back to a full rescan.
    *>   Amk-Last-Mode       F full rescan, I incremental
    *>   Amk-Last-Full-Date  day of the job's last full rescan of the
    *>                       file - a week on, the next run is full
       01 Audit-Mark-Record.
          05 Amk-Job-Name        PIC X(20).
          05 Amk-File-Name       PIC X(40).
          05 Amk-Record-Count    PIC 9(9).
          05 Amk-Hash-Total      PIC 9(15).
          05 Amk-Checked-Stamp   PIC 9(14).
          05 Amk-Last-Mode       PIC X.
          05 Amk-Last-Full-Date  PIC 9(8).

    *> WTM-RECOVERY-JOURNAL.DAT record layout: the after-image journal
    *> WTM-ROLLFWD replays over a restored WTM-BACKUP set. Every program
    *> that writes a shared data file journals what it wrote through
    *> WTM-JOURNAL:
    *>   Rjn-Type  A  one appended record - its after-image
    *>             I  a rewritten file follows in full: the header
    *>                carries the record count in Rjn-Record(1:9), and
    *>                the R rows after it are every record the file
    *>                held when the rewrite closed - a record deleted
    *>                by the rewrite is simply absent from the image
    *>             R  one record of the image begun by the last I row
    *> Rjn-Stamp is the date and time to the hundredth of a second the
    *> row was journaled; every row of one image carries the same stamp,
    *> so a point-in-time replay takes a rewrite whole or not at all.
       01 Journal-Record.
          05 Rjn-Stamp        PIC 9(16).
          05 Rjn-Operator-ID  PIC X(8).
          05 Rjn-File-Name    PIC X(40).
          05 Rjn-Type         PIC X.
             88 Rjn-Appended     VALUE "A".
             88 Rjn-Image-Header VALUE "I".
             88 Rjn-Image-Row    VALUE "R".
          05 Rjn-Record       PIC X(512).

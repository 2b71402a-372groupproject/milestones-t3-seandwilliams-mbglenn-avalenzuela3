    *> WTM-RECEIVED-FEEDS.DAT record layout: the received-files
    *> register. One row per inbound feed fingerprinted through
    *> WTM-FEEDCHECK - the feed's file name, record count, amount hash
    *> (every run of digits on every record taken as one number, so
    *> 1234.56 adds 123456, summed modulo 10**15), and the key of its
    *> first and last records - with when and by whom, and what became
    *> of it: L loaded, H held as a duplicate of the L row whose stamp
    *> is in Rcv-Matched-Stamp, R released by a supervisor in
    *> WTM-FEEDREG so the next receipt of that same fingerprint loads.
       01 Received-Feed-Record.
          05 Rcv-Feed-Name       PIC X(40).
          05 Rcv-Record-Count    PIC 9(9).
          05 Rcv-Amount-Hash     PIC 9(15).
          05 Rcv-First-Key       PIC X(20).
          05 Rcv-Last-Key        PIC X(20).
          05 Rcv-Stamp           PIC 9(14).
          05 Rcv-Operator-ID     PIC X(8).
          05 Rcv-Status          PIC X.
             88 Rcv-Loaded       VALUE "L".
             88 Rcv-Held         VALUE "H".
             88 Rcv-Released     VALUE "R".
          05 Rcv-Matched-Stamp   PIC 9(14).

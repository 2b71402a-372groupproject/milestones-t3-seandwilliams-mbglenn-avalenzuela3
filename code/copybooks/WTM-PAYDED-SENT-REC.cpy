    *> WTM-PAYDED-SENT.DAT record layout: the last savings-deduction
    *> file sent to payroll, one row per detail line it carried -
    *> rewritten whole by WTM-PAYDEDOUT each time a file goes out, and
    *> marked by WTM-PAYDEDREJ when payroll rejects a line. The next
    *> file's adds, changes, and stops are flagged against it: a line
    *> accepted (Pds-Status S) stands at Pds-Amount, except a stop,
    *> which leaves nothing standing; a line rejected (Pds-Status R)
    *> left payroll as it was before the line - nothing for a rejected
    *> add, Pds-Prior-Amount for a rejected change or stop.
       01 Payded-Sent-Record.
          05 Pds-Employee-ID    PIC 9(6).
          05 Pds-Period         PIC 9(6).
          05 Pds-Action         PIC X.
             88 Pds-Add         VALUE "A".
             88 Pds-Change      VALUE "C".
             88 Pds-Stop        VALUE "S".
             88 Pds-No-Change   VALUE "N".
          05 Pds-Amount         PIC 9(7)V99.
          05 Pds-Prior-Amount   PIC 9(7)V99.
          05 Pds-Pay-Frequency  PIC X.
          05 Pds-File-Name      PIC X(40).
          05 Pds-Send-Date      PIC 9(8).
          05 Pds-Status         PIC X.
             88 Pds-Sent        VALUE "S".
             88 Pds-Rejected    VALUE "R".
          05 Pds-Reject-Code    PIC X(4).

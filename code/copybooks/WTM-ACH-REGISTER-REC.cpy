    *> WTM-ACH-REGISTER.DAT record layout: one row per ACH credit
    *> entry WTM-ACHBUILD has released, written only after the ACH
    *> file that carries it is closed. An Employee-ID with a row for a
    *> period is never sent again for that period, whatever reruns
    *> follow. Areg-Trace-No is the entry's trace number on the file
    *> (ODFI routing prefix plus sequence) - what the bank quotes back
    *> on a return.
       01 ACH-Register-Record.
          05 Areg-Period          PIC 9(6).
          05 Areg-Employee-ID     PIC 9(6).
          05 Areg-Amount          PIC 9(8)V99.
          05 Areg-Routing         PIC 9(9).
          05 Areg-Account-No      PIC X(17).
          05 Areg-Trace-No        PIC 9(15).
          05 Areg-File-Name       PIC X(40).
          05 Areg-Send-Date       PIC 9(8).
          05 Areg-Send-Time       PIC 9(6).
          05 Areg-Operator-ID     PIC X(8).

    *> Shared WTM-AUDIT-LOG.DAT record layout for WTM-INTERNATIONAL.
    *> One record is written per completed currency conversion so the
    *> conversions performed in a run can be reviewed after the job ends.
    *> Audit-Rate-Source F marks the settlement of a booked forward
    *> contract by WTM-FWDSETTLE: the conversion used the contracted
    *> rate, not the spot rate, and Audit-Contract-No names the
    *> contract on WTM-FWD-CONTRACTS.DAT. Space is a spot conversion
    *> (and every row written before forward contracts were booked).
    *> Audit-Run-ID is the run that made the conversion (WTM-RUN-ID.cpy;
    *> spaces before run IDs were stamped).
       01 Audit-Log-Record.
          05 Audit-Employee-ID   PIC 9(6).
          05 Audit-Curr-Code     PIC X(3).
          05 Audit-Inc-Curr-Code PIC X(3).
          05 Audit-Company-Code  PIC X(3).
          05 Audit-Gross-Salary  PIC 9(8)V99.
          05 Audit-Rate-Source   PIC X.
             88 Audit-Forward-Rate VALUE "F".
          05 Audit-Contract-No   PIC 9(6).
          05 Audit-Run-ID        PIC X(24).

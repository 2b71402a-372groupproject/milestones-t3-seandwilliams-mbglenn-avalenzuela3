    *> Fixed-format, fixed-width record (no delimiters) matching the
    *> accounting system's import layout. One record is written per
    *> household processed, alongside the existing Budget-History-Record.
    *> Acct-Taxes is the whole Taxes category; Acct-SS-Tax and
    *> Acct-Medicare-Tax are the payroll-tax portions inside it (spaces
    *> on records written before they were carried). Acct-Run-ID is
    *> the run that wrote the record (WTM-RUN-ID.cpy; spaces before run
    *> IDs were stamped) - the key an acknowledgment can echo back.
    *> Acct-Garnishments is the yearly court-ordered garnishment total
    *> the run took out before Acct-Extra (spaces on records written
    *> before it was carried).
       01 Acct-Export-Record.
          05 Acct-Employee-ID     PIC 9(6).
          05 Acct-Employee-Name   PIC X(30).
          05 Acct-Curr-Code       PIC X(3).
          05 Acct-Company-Code    PIC X(3).
          05 Acct-Dept-Code       PIC X(4).
          05 Acct-SS-Tax          PIC S9(7)V99.
          05 Acct-Medicare-Tax    PIC S9(7)V99.
          05 Acct-Run-ID          PIC X(24).
          05 Acct-Garnishments    PIC S9(7)V99.

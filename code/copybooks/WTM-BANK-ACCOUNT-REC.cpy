    *> WTM-BANK-ACCOUNTS.DAT record layout: the employee's savings
    *> transfer instruction. Append-only, one row per change made in
    *> WTM-BANKMAINT - the latest row for an Employee-ID is the
    *> standing instruction, the earlier rows are the audit trail of
    *> account changes. Bank-Opt-In Y means the household has asked
    *> for Bank-Savings-Percent of its Extra to be moved to the
    *> account each period; wheresTheMoney applies that percent to the
    *> split and WTM-ACHBUILD sends it. Bank-Routing is the nine-digit
    *> ABA number (check digit included), Bank-Holder-Name the
    *> 22-character name the receiving bank sees on the ACH entry.
       01 Bank-Account-Record.
          05 Bank-Employee-ID     PIC 9(6).
          05 Bank-Change-Date     PIC 9(8).
          05 Bank-Change-Time     PIC 9(8).
          05 Bank-Routing         PIC 9(9).
          05 Bank-Account-No      PIC X(17).
          05 Bank-Account-Type    PIC X.
             88 Bank-Checking     VALUE "C".
             88 Bank-Savings      VALUE "S".
          05 Bank-Opt-In          PIC X.
             88 Bank-Opted-In     VALUE "Y".
          05 Bank-Savings-Percent PIC 9(3)V99.
          05 Bank-Holder-Name     PIC X(22).
          05 Bank-Operator-ID     PIC X(8).

    *> Role says which functions the operator may launch: C = data
    *> entry clerk, S = supervisor, A = administrator. Rows written
    *> before roles read with a space there and are treated as C, so
    *> nobody gains access by omission. Oper-Employee-ID is the
    *> operator's own employee number when they are also on the
    *> employee master (spaces when not), so WTM-SODCHECK can catch an
    *> operator keying or deciding their own budget.
       01 Operator-Record.
          05 Oper-ID     PIC X(8).
          05 Oper-Name   PIC X(30).
             88 Oper-Role-Clerk      VALUE "C" " ".
             88 Oper-Role-Supervisor VALUE "S".
             88 Oper-Role-Admin      VALUE "A".
          05 Oper-Employee-ID PIC X(6).

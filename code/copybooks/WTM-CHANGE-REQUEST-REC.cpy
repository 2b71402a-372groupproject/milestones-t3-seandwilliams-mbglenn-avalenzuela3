    *> WTM-CHANGE-REQUESTS.DAT record layout: the household change-request
    *> queue. WTM-CHGINTAKE appends one row per request received from the
    *> portal or HR (Chr-Source); the operator works the queue from run
    *> mode Q of wheresTheMoney, which applies a request to the household's
    *> latest run as a new superseding run or rejects it with a reason, and
    *> rewrites the row with the decision. Chr-Category-No is the position
    *> in the budget category table (1 Rent, 2 Bills, 3 Food, 4 Travel,
    *> 6 Insurance - taxes are computed, not requested). Chr-New-Amount is
    *> in the unit the category is entered in: monthly for rent, bills and
    *> insurance, weekly for food, annual for travel. Chr-Request-No is
    *> unique across the file, so requests survive an employee merge.
       01 Change-Request-Record.
          05 Chr-Employee-ID      PIC 9(6).
          05 Chr-Request-No       PIC 9(6).
          05 Chr-Source           PIC X(8).
          05 Chr-Received-Date    PIC 9(8).
          05 Chr-Category-No      PIC 9.
          05 Chr-Category-Name    PIC X(15).
          05 Chr-New-Amount       PIC 9(7)V99.
          05 Chr-Effective-Period PIC 9(6).
          05 Chr-Description      PIC X(40).
          05 Chr-Status           PIC X.
             88 Chr-Pending  VALUE "P".
             88 Chr-Applied  VALUE "A".
             88 Chr-Rejected VALUE "R".
          05 Chr-Decided-Date     PIC 9(8).
          05 Chr-Decided-By       PIC X(8).
          05 Chr-Reject-Reason    PIC X(40).
          05 Chr-Run-ID           PIC X(24).

    *> WTM-PORTAL-SENT.DAT record layout: what the self-service portal
    *> was last sent for each employee, one row per employee it now
    *> holds - rewritten whole by WTM-PORTAL each time an extract goes
    *> out. Pts-Image is the employee's record set as sent; the next
    *> changes-only extract carries an employee again only when the
    *> image built tonight differs from it. An employee withdrawn from
    *> the portal is dropped from the register once the withdrawal has
    *> been sent.
       01 Portal-Sent-Record.
          05 Pts-Employee-ID       PIC 9(6).
          05 Pts-Send-Date         PIC 9(8).
          05 Pts-File-Name         PIC X(40).
          05 Pts-Image.
             10 Pti-Name           PIC X(30).
             10 Pti-Company        PIC X(3).
             10 Pti-Period         PIC 9(6).
             10 Pti-Run-Date       PIC 9(8).
             10 Pti-Run-ID         PIC X(24).
             10 Pti-Salary         PIC S9(8)V99.
             10 Pti-Cat-Entry OCCURS 6 TIMES.
                15 Pti-Cat-Amount  PIC S9(7)V99.
                15 Pti-Cat-Percent PIC S9(7)V99.
             10 Pti-Extra-Amount   PIC S9(8)V99.
             10 Pti-Extra-Percent  PIC 9(7)V99.
             10 Pti-Health-Score   PIC 9(3).
             10 Pti-Deficit-Balance PIC S9(9)V99.
             10 Pti-Goal-Flag      PIC X.
                88 Pti-Has-Goal    VALUE "Y".
             10 Pti-Goal-Amount    PIC 9(8)V99.
             10 Pti-Goal-Current   PIC 9(8)V99.
             10 Pti-Goal-Set-Date  PIC 9(8).
             10 Pti-Plan-Flag      PIC X.
                88 Pti-Has-Plan    VALUE "Y".
             10 Pti-Plan-Monthly   PIC 9(7)V99.
             10 Pti-Plan-Start     PIC 9(6).
             10 Pti-Plan-Target    PIC 9(6).

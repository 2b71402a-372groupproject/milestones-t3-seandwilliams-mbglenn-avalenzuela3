    *> Reason codes a supervisor gives for writing off a deficit
    *> balance, shared by WTM-WRITEOFF (which offers them and records the
    *> code on WTM-WRITEOFFS.DAT) and WTM-REPORTBOOK (which totals the
    *> period's write-offs by reason). Each entry is the 4-character
    *> code and its description.
       01 WS-Wor-Reason-Values.
          05 FILLER PIC X(34) VALUE 'UNCLUncollectible after recovery '.
          05 FILLER PIC X(34) VALUE 'TERMEmployee left, nothing to pay '.
          05 FILLER PIC X(34) VALUE 'DECDEmployee deceased             '.
          05 FILLER PIC X(34) VALUE 'HARDHardship relief granted       '.
          05 FILLER PIC X(34) VALUE 'SMALBalance too small to pursue   '.
          05 FILLER PIC X(34) VALUE 'OTH Other - see the note          '.
       01 WS-Wor-Reason-Table REDEFINES WS-Wor-Reason-Values.
          05 WS-Wor-Reason-Entry OCCURS 6 TIMES.
             10 WS-Wor-Reason-Code PIC X(4).
             10 WS-Wor-Reason-Desc PIC X(30).
       01 WS-Wor-Reason-Count PIC 9(2) VALUE 6.

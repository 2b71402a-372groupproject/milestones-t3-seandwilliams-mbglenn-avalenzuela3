    *> Error types a quality-assurance reviewer records against a
    *> sampled run that did not match its source document, shared by
    *> WTM-QAREVIEW (which offers them) and WTM-QAREPORT (which counts
    *> them). Each entry is the 4-character code kept on the queue row
    *> and its description.
       01 WS-Qa-Error-Values.
          05 FILLER PIC X(34) VALUE 'SAL Salary or income keyed wrong  '.
          05 FILLER PIC X(34) VALUE 'CAT Category amount keyed wrong   '.
          05 FILLER PIC X(34) VALUE 'EMP Wrong employee or household   '.
          05 FILLER PIC X(34) VALUE 'PER Wrong budget period           '.
          05 FILLER PIC X(34) VALUE 'OMITItem left out of the budget   '.
          05 FILLER PIC X(34) VALUE 'OTH Other keying error            '.
       01 WS-Qa-Error-Table REDEFINES WS-Qa-Error-Values.
          05 WS-Qa-Error-Entry OCCURS 6 TIMES.
             10 WS-Qa-Error-Code PIC X(4).
             10 WS-Qa-Error-Desc PIC X(30).
       01 WS-Qa-Error-Count PIC 9(2) VALUE 6.

    *> Job request hand-off, shared across the run unit as an EXTERNAL
    *> item: WTM-NIGHTLY sets WTM-Job-Request-Flag to R and moves the
    *> request's parameters in before CALLing a requested job, and the
    *> job takes its answers from them instead of the console, then
    *> names the file it wrote in WTM-Job-Output-File for the queue row.
    *> Anything but R (any normal launch) leaves the job interactive.
    *> The parameter layout for each requestable job:
       01 WTM-Job-Request EXTERNAL.
          05 WTM-Job-Request-Flag   PIC X.
             88 WTM-Job-Requested   VALUE "R".
          05 WTM-Job-Request-No     PIC 9(6).
          05 WTM-Job-Parameters     PIC X(40).
    *> WTM-STATEMENT: statement year, C calendar or F fiscal grouping.
          05 WTM-Jp-Statement REDEFINES WTM-Job-Parameters.
             10 WTM-Jp-Stmt-Year    PIC 9(4).
             10 WTM-Jp-Stmt-Basis   PIC X.
             10 FILLER              PIC X(35).
    *> WTM-REPRINT: employee (0 all), department (spaces all), run-date
    *> range (0 open-ended).
          05 WTM-Jp-Reprint REDEFINES WTM-Job-Parameters.
             10 WTM-Jp-Rpr-Employee PIC 9(6).
             10 WTM-Jp-Rpr-Dept     PIC X(4).
             10 WTM-Jp-Rpr-From     PIC 9(8).
             10 WTM-Jp-Rpr-To       PIC 9(8).
             10 FILLER              PIC X(14).
    *> WTM-REEXTRACT: age in days past which a pending record is re-sent
    *> (0 the default 7).
          05 WTM-Jp-Reextract REDEFINES WTM-Job-Parameters.
             10 WTM-Jp-Rex-Age-Days PIC 9(3).
             10 FILLER              PIC X(37).
          05 WTM-Job-Output-File    PIC X(40).

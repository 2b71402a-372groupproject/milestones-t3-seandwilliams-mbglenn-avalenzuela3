    *> WTM-JOB-QUEUE.DAT record layout: one row per operator job
    *> request, kept whole as the request's history. WTM-JOBREQ appends
    *> a request as P (pending) and rewrites the queue when a supervisor
    *> approves (A) or rejects (R) it, or the requester withdraws it
    *> (W); WTM-NIGHTLY runs each approved request whose run date has
    *> come after the scheduled steps and marks it C (completed) or F
    *> (failed, severity 12 or higher) with the night, the return code,
    *> and the output file the job wrote. Jbq-Parameters is laid out
    *> per job as in WTM-JOB-PARMS.cpy.
       01 Job-Queue-Record.
          05 Jbq-Request-No      PIC 9(6).
          05 Jbq-Program         PIC X(20).
          05 Jbq-Parameters      PIC X(40).
          05 Jbq-Run-Date        PIC 9(8).
          05 Jbq-Requester-ID    PIC X(8).
          05 Jbq-Submit-Date     PIC 9(8).
          05 Jbq-Submit-Time     PIC 9(6).
          05 Jbq-Status          PIC X.
             88 Jbq-Pending      VALUE "P".
             88 Jbq-Approved     VALUE "A".
             88 Jbq-Rejected     VALUE "R".
             88 Jbq-Withdrawn    VALUE "W".
             88 Jbq-Completed    VALUE "C".
             88 Jbq-Failed       VALUE "F".
          05 Jbq-Supervisor-ID   PIC X(8).
          05 Jbq-Decision-Date   PIC 9(8).
          05 Jbq-Reason          PIC X(30).
          05 Jbq-Ran-Date        PIC 9(8).
          05 Jbq-Return-Code     PIC 9(2).
          05 Jbq-Output-File     PIC X(40).

*> run, reconciliation, FX trend, the history integrity audit, the
*> cross-file integrity sweep, the flat-vs-keyed drift audit, and
*> (on month-end processing days)
*> the balancing sign-off, archival, and population statistics, and
*> last the settlement of forward contracts that have fallen due,
*> (month-end again) the period KPI build, the saved reports
*> scheduled for the night, the quality-assurance sample of the day's
*> keyed runs, the changes-only self-service portal extract, and
*> last the open-work queue sweep (WTM-WORKSYNC), which raises, ages,
*> and closes work items from everything the night has produced
*> - with per-step status from each
*> program's RETURN-CODE. A fatal step (12 or higher) stops the
*> stream; the night ends with one summary page of what ran, what it
*> returned, and what failed, in WTM-NIGHTLY-SUMMARY.TXT. The driver
*> frequencies default as above and can be overridden per step in
*> WTM-STEP-SCHEDULE.DAT (step name, D daily / M month-end) without
*> a code change.
*>
*> The four audits (history integrity, cross-file sweep, drift audit,
*> and balancing) run unattended here, so each takes its incremental
*> scan - only the records added since its high-water mark on
*> WTM-AUDIT-MARKS.DAT - and falls back to a full rescan by itself
*> once a week or when a file has been rewritten; a full rescan on
*> demand is run from the menu.
*>
*> Every step's start and end time goes to the permanent step-timing
*> history WTM-STEP-TIMING.DAT. A step that runs well beyond its norm
*> - more than twice the average of its last ten timed runs, and at
*> least a minute over - is written to WTM-NIGHTLY-SUMMARY.TXT as a
*> LATE STEP warning the moment it finishes, so the summary shows the
*> window shrinking while the night is still in progress.
*>
*> After the scheduled steps, each approved operator job request on
*> WTM-JOB-QUEUE.DAT (WTM-JOBREQ) whose run date has come runs as an
*> additional step, its parameters handed over through
*> WTM-JOB-PARMS.cpy. The queue row is marked completed, or failed at
*> severity 12 or higher, with the night, return code, and output file
*> as each one ends; a failed request raises an alert but does not
*> stop the requests after it. The summary lists them below the
*> scheduled steps. A stream stopped by a fatal scheduled step leaves
*> the requests approved for the next night.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-NIGHTLY.

    SELECT Nightly-Checkpoint-File ASSIGN TO "WTM-NIGHTLY-CHECKPOINT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Nightly-Checkpoint-Status.
    SELECT Step-Timing-File ASSIGN TO "WTM-STEP-TIMING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Step-Timing-Status.
    SELECT Job-Queue-File ASSIGN TO "WTM-JOB-QUEUE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Job-Queue-Status.

DATA DIVISION.
FILE SECTION.
    05 Ckpt-Last-Good-Step PIC 9(2).
    05 Ckpt-Stamp-Date     PIC 9(8).

FD  Step-Timing-File.
    COPY "WTM-STEP-TIMING-REC.cpy".

FD  Job-Queue-File.
    COPY "WTM-JOB-QUEUE-REC.cpy".

WORKING-STORAGE SECTION.
01 WS-Gate-Function PIC X(20).
01 WS-Gate-Role PIC X.
01 WS-Run-Control-Status PIC XX.
    COPY "WTM-UNATTENDED.cpy".
01 WS-Step-Table.
    05 WS-Step-Entry OCCURS 16 TIMES.
       10 WS-Step-Name   PIC X(20).
       10 WS-Step-Freq   PIC X.
       10 WS-Step-Status PIC X(12).
       10 WS-Step-RC     PIC 9(2).
       10 WS-Step-Elapsed PIC 9(7).
*> Each step's last ten timed runs from WTM-STEP-TIMING.DAT, kept as
*> a ring, and their average - the norm a late step is judged by.
01 WS-Step-Norm-Table.
    05 WS-Norm-Entry OCCURS 16 TIMES.
       10 WS-Norm-Runs    PIC 9(2).
       10 WS-Norm-Next    PIC 9(2).
       10 WS-Norm-Elapsed PIC 9(7) OCCURS 10 TIMES.
       10 WS-Norm-Average PIC 9(7).
01 WS-Norm-Idx PIC 9(2).
01 WS-Norm-Total PIC 9(9).
01 WS-Late-Factor PIC 9V9 VALUE 2.0.
01 WS-Late-Min-Over PIC 9(5) VALUE 60.
01 WS-Late-Min-Runs PIC 9(2) VALUE 3.
01 WS-Late-Limit PIC 9(9).
01 WS-Late-Flag PIC X VALUE "N".
    88 Step-Ran-Late VALUE "Y" FALSE "N".
01 WS-Late-Count PIC 9(2) VALUE 0.
01 WS-Step-Timing-Status PIC XX.
01 WS-Alert-Severity PIC X.
01 WS-Alert-Source PIC X(20).
01 WS-Alert-Event-Code PIC X(8).
01 WS-Alert-Text PIC X(60).
01 WS-Step-Start-Time PIC 9(8).
01 WS-Step-Start-Parts REDEFINES WS-Step-Start-Time.
    05 WS-Start-HH PIC 9(2).
    05 WS-Start-MM PIC 9(2).
    05 WS-Start-SS PIC 9(2).
    05 FILLER      PIC 9(2).
01 WS-Step-End-Time PIC 9(8).
01 WS-Step-End-Parts REDEFINES WS-Step-End-Time.
    05 WS-End-HH PIC 9(2).
    05 WS-End-MM PIC 9(2).
    05 WS-End-SS PIC 9(2).
    05 FILLER    PIC 9(2).
01 WS-Start-Secs PIC 9(7).
01 WS-End-Secs PIC 9(7).
01 WS-Step-Count PIC 9(2) VALUE 16.
01 WS-Step-Idx PIC 9(2).
01 WS-Sched-Idx PIC 9(2).
01 WS-Steps-Run PIC 9(2) VALUE 0.
01 WS-Checkpoint-Date PIC 9(8) VALUE 0.
01 WS-Restart-From PIC 9(2) VALUE 0.
01 WS-Restart-Answer PIC X.
*> Tonight's copy of the job request queue.
01 WS-Job-Queue-Status PIC XX.
01 WS-Job-Queue-Table.
    05 WS-Jq-Entry OCCURS 500 TIMES.
       10 WS-Jq-Image   PIC X(193).
       10 WS-Jq-Ran-Now PIC X.
01 WS-Jq-Count PIC 9(3) VALUE 0.
01 WS-Jq-Idx PIC 9(3).
01 WS-Jq-Write-Idx PIC 9(3).
01 WS-Jq-Overflow-Flag PIC X VALUE "N".
    88 Job-Queue-Overflowed VALUE "Y" FALSE "N".
*> The queue as it stands on file when a finished request is written
*> back: WTM-JOBREQ may have appended or decided rows since the
*> stream read it.
01 WS-Jq-Rewrite-Table.
    05 WS-Jqr-Image PIC X(193) OCCURS 500 TIMES.
01 WS-Jqr-Count PIC 9(3) VALUE 0.
01 WS-Jqr-Finished-Row PIC X(193).
01 WS-Jqr-Finished-No PIC 9(6).
01 WS-Jqr-Found-Flag PIC X VALUE "N".
    88 Jqr-Row-Found VALUE "Y" FALSE "N".
01 WS-Requests-Run PIC 9(3) VALUE 0.
01 WS-Request-RC PIC 9(2).
01 WS-Request-Status PIC X(12).
    COPY "WTM-JOB-PARMS.cpy".
    COPY "WTM-JOURNAL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
END-IF.
PERFORM INIT-STEP-TABLE-SECT.
PERFORM LOAD-STEP-SCHEDULE-SECT.
PERFORM LOAD-STEP-NORMS-SECT.
PERFORM OFFER-RESTART-SECT.
PERFORM START-SUMMARY-SECT.
PERFORM VARYING WS-Step-Idx FROM 1 BY 1 UNTIL (WS-Step-Idx > WS-Step-Count) OR Stream-Stopped
    EVALUATE TRUE
        WHEN WS-Step-Idx <= WS-Restart-From
            PERFORM RUN-ONE-STEP-SECT
    END-EVALUATE
END-PERFORM.
IF NOT Stream-Stopped THEN
    PERFORM RUN-REQUESTED-JOBS-SECT
END-IF.
IF NOT Stream-Stopped THEN
    MOVE 0 TO WS-Last-Good-Step
    PERFORM WRITE-NIGHTLY-CHECKPOINT-SECT
INIT-STEP-TABLE-SECT.
*> Default sequence and frequencies: the five daily steps first, the
*> three month-end steps after them, so a month-end night simply runs
*> the longer list in order. The forward-contract settlement is a
*> daily step added after them, then the month-end KPI build and the
*> daily saved-report run, each at the end so the step numbers held
*> in an existing restart checkpoint keep their meaning.
MOVE 'WTM-BATCH-EDIT      ' TO WS-Step-Name(1).
MOVE 'BATCH BUDGET RUN    ' TO WS-Step-Name(2).
MOVE 'WTM-RECONCILE       ' TO WS-Step-Name(3).
MOVE 'WTM-BALANCE         ' TO WS-Step-Name(8).
MOVE 'WTM-ARCHIVE         ' TO WS-Step-Name(9).
MOVE 'WTM-STATS           ' TO WS-Step-Name(10).
MOVE 'WTM-FWDSETTLE       ' TO WS-Step-Name(11).
MOVE 'WTM-KPIBUILD        ' TO WS-Step-Name(12).
MOVE 'WTM-RPTWRITER       ' TO WS-Step-Name(13).
MOVE 'WTM-QASAMPLE        ' TO WS-Step-Name(14).
MOVE 'WTM-PORTAL          ' TO WS-Step-Name(15).
MOVE 'WTM-WORKSYNC        ' TO WS-Step-Name(16).
MOVE "D" TO WS-Step-Freq(1).
MOVE "D" TO WS-Step-Freq(2).
MOVE "D" TO WS-Step-Freq(3).
MOVE "M" TO WS-Step-Freq(8).
MOVE "M" TO WS-Step-Freq(9).
MOVE "M" TO WS-Step-Freq(10).
MOVE "D" TO WS-Step-Freq(11).
MOVE "M" TO WS-Step-Freq(12).
MOVE "D" TO WS-Step-Freq(13).
MOVE "D" TO WS-Step-Freq(14).
MOVE "D" TO WS-Step-Freq(15).
MOVE "D" TO WS-Step-Freq(16).
PERFORM VARYING WS-Step-Idx FROM 1 BY 1 UNTIL WS-Step-Idx > WS-Step-Count
    MOVE 'NOT RUN     ' TO WS-Step-Status(WS-Step-Idx)
    MOVE 0 TO WS-Step-RC(WS-Step-Idx)
    MOVE 0 TO WS-Step-Elapsed(WS-Step-Idx)
    MOVE 0 TO WS-Norm-Runs(WS-Step-Idx)
    MOVE 1 TO WS-Norm-Next(WS-Step-Idx)
    MOVE 0 TO WS-Norm-Average(WS-Step-Idx)
END-PERFORM.

READ-PROC-CALENDAR-SECT.
    CLOSE Step-Schedule-File
END-IF.

LOAD-STEP-NORMS-SECT.
*> Each step's last ten timed runs, oldest overwritten first, then
*> their average. A step with fewer than three timed runs has no
*> norm yet and is never flagged late.
OPEN INPUT Step-Timing-File.
IF WS-Step-Timing-Status = "00" THEN
    PERFORM UNTIL WS-Step-Timing-Status NOT = "00"
        READ Step-Timing-File
            AT END EXIT PERFORM
            NOT AT END
                IF Stim-Elapsed-Secs IS NUMERIC THEN
                    PERFORM VARYING WS-Norm-Idx FROM 1 BY 1 UNTIL WS-Norm-Idx > WS-Step-Count
                        IF WS-Step-Name(WS-Norm-Idx) = Stim-Step-Name THEN
                            MOVE Stim-Elapsed-Secs TO WS-Norm-Elapsed(WS-Norm-Idx, WS-Norm-Next(WS-Norm-Idx))
                            IF WS-Norm-Runs(WS-Norm-Idx) < 10 THEN
                                ADD 1 TO WS-Norm-Runs(WS-Norm-Idx)
                            END-IF
                            IF WS-Norm-Next(WS-Norm-Idx) >= 10 THEN
                                MOVE 1 TO WS-Norm-Next(WS-Norm-Idx)
                            ELSE
                                ADD 1 TO WS-Norm-Next(WS-Norm-Idx)
                            END-IF
                        END-IF
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM
    CLOSE Step-Timing-File
END-IF.
PERFORM VARYING WS-Step-Idx FROM 1 BY 1 UNTIL WS-Step-Idx > WS-Step-Count
    IF WS-Norm-Runs(WS-Step-Idx) > 0 THEN
        MOVE 0 TO WS-Norm-Total
        PERFORM VARYING WS-Norm-Idx FROM 1 BY 1 UNTIL WS-Norm-Idx > WS-Norm-Runs(WS-Step-Idx)
            ADD WS-Norm-Elapsed(WS-Step-Idx, WS-Norm-Idx) TO WS-Norm-Total
        END-PERFORM
        COMPUTE WS-Norm-Average(WS-Step-Idx) ROUNDED = WS-Norm-Total / WS-Norm-Runs(WS-Step-Idx)
    END-IF
END-PERFORM.

RUN-ONE-STEP-SECT.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY 'NIGHTLY STEP ', WS-Step-Idx, ': ', WS-Step-Name(WS-Step-Idx).
MOVE FUNCTION CURRENT-DATE(9:8) TO WS-Step-Start-Time.
MOVE 0 TO RETURN-CODE.
EVALUATE WS-Step-Idx
    WHEN 1
    WHEN 4
        CALL 'WTM-FX-TREND'
    WHEN 5
        MOVE "B" TO WTM-Unattended-Mode
        CALL 'WTM-HIST-CHECK'
        MOVE SPACE TO WTM-Unattended-Mode
    WHEN 6
        MOVE "B" TO WTM-Unattended-Mode
        CALL 'WTM-XREFCHECK'
        MOVE SPACE TO WTM-Unattended-Mode
    WHEN 7
        MOVE "B" TO WTM-Unattended-Mode
        CALL 'WTM-KEYAUDIT'
        MOVE SPACE TO WTM-Unattended-Mode
    WHEN 8
        MOVE "B" TO WTM-Unattended-Mode
        CALL 'WTM-BALANCE'
        MOVE SPACE TO WTM-Unattended-Mode
    WHEN 9
        CALL 'WTM-ARCHIVE'
    WHEN 10
        CALL 'WTM-STATS'
    WHEN 11
        CALL 'WTM-FWDSETTLE'
    WHEN 12
        MOVE "B" TO WTM-Unattended-Mode
        CALL 'WTM-KPIBUILD'
        MOVE SPACE TO WTM-Unattended-Mode
    WHEN 13
        MOVE "B" TO WTM-Unattended-Mode
        CALL 'WTM-RPTWRITER'
        MOVE SPACE TO WTM-Unattended-Mode
    WHEN 14
        MOVE "B" TO WTM-Unattended-Mode
        CALL 'WTM-QASAMPLE'
        MOVE SPACE TO WTM-Unattended-Mode
    WHEN 15
        MOVE "B" TO WTM-Unattended-Mode
        CALL 'WTM-PORTAL'
        MOVE SPACE TO WTM-Unattended-Mode
    WHEN 16
        CALL 'WTM-WORKSYNC'
END-EVALUATE.
MOVE FUNCTION CURRENT-DATE(9:8) TO WS-Step-End-Time.
ADD 1 TO WS-Steps-Run.
MOVE RETURN-CODE TO WS-Step-RC(WS-Step-Idx).
*> CANCEL the step's program once its return code is captured, so a
    WHEN 8 CANCEL 'WTM-BALANCE'
    WHEN 9 CANCEL 'WTM-ARCHIVE'
    WHEN 10 CANCEL 'WTM-STATS'
    WHEN 11 CANCEL 'WTM-FWDSETTLE'
    WHEN 12 CANCEL 'WTM-KPIBUILD'
    WHEN 13 CANCEL 'WTM-RPTWRITER'
    WHEN 14 CANCEL 'WTM-QASAMPLE'
    WHEN 15 CANCEL 'WTM-PORTAL'
    WHEN 16 CANCEL 'WTM-WORKSYNC'
END-EVALUATE.
IF RETURN-CODE > WS-Worst-RC THEN
    MOVE RETURN-CODE TO WS-Worst-RC
        MOVE 'FATAL       ' TO WS-Step-Status(WS-Step-Idx)
        SET Stream-Stopped TO TRUE
        DISPLAY 'NIGHTLY: step ', WS-Step-Name(WS-Step-Idx), ' ended fatally (RC ', WS-Step-RC(WS-Step-Idx), ') - stream stopped.'
        MOVE "C" TO WS-Alert-Severity
        MOVE 'WTM-NIGHTLY' TO WS-Alert-Source
        MOVE 'STEPFATL' TO WS-Alert-Event-Code
        MOVE SPACES TO WS-Alert-Text
        STRING 'Step ' DELIMITED BY SIZE
            WS-Step-Name(WS-Step-Idx) DELIMITED BY '  '
            ' ended RC ' DELIMITED BY SIZE
            WS-Step-RC(WS-Step-Idx) DELIMITED BY SIZE
            ' - nightly stream stopped' DELIMITED BY SIZE
            INTO WS-Alert-Text
        CALL 'WTM-ALERT' USING WS-Alert-Severity, WS-Alert-Source, WS-Alert-Event-Code, WS-Alert-Text
    WHEN WS-Step-RC(WS-Step-Idx) >= 8
        MOVE 'ERRORS      ' TO WS-Step-Status(WS-Step-Idx)
    WHEN WS-Step-RC(WS-Step-Idx) >= 4
    MOVE WS-Step-Idx TO WS-Last-Good-Step
    PERFORM WRITE-NIGHTLY-CHECKPOINT-SECT
END-IF.
PERFORM TIME-STEP-SECT.

RUN-REQUESTED-JOBS-SECT.
*> Operator job requests, after the scheduled steps: every approved
*> row whose run date has come, in request order. The queue is
*> rewritten as each one ends, so a stream that dies mid-request
*> never runs a finished request twice; each rewrite re-reads the
*> file and changes only the finished request's row, so requests
*> WTM-JOBREQ adds or decides while the stream runs are kept.
MOVE 0 TO WS-Jq-Count.
SET Job-Queue-Overflowed TO FALSE.
OPEN INPUT Job-Queue-File.
IF WS-Job-Queue-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL WS-Job-Queue-Status NOT = "00"
    READ Job-Queue-File
        AT END EXIT PERFORM
        NOT AT END
            IF WS-Jq-Count < 500 THEN
                ADD 1 TO WS-Jq-Count
                MOVE Job-Queue-Record TO WS-Jq-Image(WS-Jq-Count)
                MOVE "N" TO WS-Jq-Ran-Now(WS-Jq-Count)
            ELSE
                SET Job-Queue-Overflowed TO TRUE
            END-IF
    END-READ
END-PERFORM.
CLOSE Job-Queue-File.
IF Job-Queue-Overflowed THEN
    DISPLAY 'NIGHTLY: WTM-JOB-QUEUE.DAT holds more than 500 rows - job requests not run tonight.'
    IF WS-Worst-RC < 8 THEN
        MOVE 8 TO WS-Worst-RC
    END-IF
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING WS-Jq-Idx FROM 1 BY 1 UNTIL WS-Jq-Idx > WS-Jq-Count
    MOVE WS-Jq-Image(WS-Jq-Idx) TO Job-Queue-Record
    IF Jbq-Approved AND (Jbq-Run-Date <= WS-Tonight-Date) THEN
        PERFORM RUN-ONE-REQUEST-SECT
        MOVE Job-Queue-Record TO WS-Jq-Image(WS-Jq-Idx)
        MOVE "Y" TO WS-Jq-Ran-Now(WS-Jq-Idx)
        PERFORM REWRITE-JOB-QUEUE-SECT
    END-IF
END-PERFORM.

RUN-ONE-REQUEST-SECT.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY 'NIGHTLY REQUEST ', Jbq-Request-No, ': ', FUNCTION TRIM(Jbq-Program), ' for ',
    FUNCTION TRIM(Jbq-Requester-ID).
ADD 1 TO WS-Requests-Run.
MOVE "R" TO WTM-Job-Request-Flag.
MOVE Jbq-Request-No TO WTM-Job-Request-No.
MOVE Jbq-Parameters TO WTM-Job-Parameters.
MOVE SPACES TO WTM-Job-Output-File.
MOVE 0 TO RETURN-CODE.
EVALUATE Jbq-Program
    WHEN 'WTM-STATEMENT'
        CALL 'WTM-STATEMENT'
    WHEN 'WTM-REPRINT'
        CALL 'WTM-REPRINT'
    WHEN 'WTM-REEXTRACT'
        CALL 'WTM-REEXTRACT'
    WHEN OTHER
        DISPLAY 'NIGHTLY: ', FUNCTION TRIM(Jbq-Program), ' is not a requestable job.'
        MOVE 12 TO RETURN-CODE
END-EVALUATE.
MOVE RETURN-CODE TO WS-Request-RC.
EVALUATE Jbq-Program
    WHEN 'WTM-STATEMENT' CANCEL 'WTM-STATEMENT'
    WHEN 'WTM-REPRINT' CANCEL 'WTM-REPRINT'
    WHEN 'WTM-REEXTRACT' CANCEL 'WTM-REEXTRACT'
END-EVALUATE.
MOVE SPACE TO WTM-Job-Request-Flag.
MOVE WS-Tonight-Date TO Jbq-Ran-Date.
MOVE WS-Request-RC TO Jbq-Return-Code.
MOVE WTM-Job-Output-File TO Jbq-Output-File.
IF WS-Request-RC > WS-Worst-RC THEN
    MOVE WS-Request-RC TO WS-Worst-RC
END-IF.
IF WS-Request-RC >= 12 THEN
    SET Jbq-Failed TO TRUE
    DISPLAY 'NIGHTLY: request ', Jbq-Request-No, ' failed (RC ', WS-Request-RC, ') - the remaining requests still run.'
    MOVE "W" TO WS-Alert-Severity
    MOVE 'WTM-NIGHTLY' TO WS-Alert-Source
    MOVE 'REQFAIL ' TO WS-Alert-Event-Code
    MOVE SPACES TO WS-Alert-Text
    STRING 'Job request ' DELIMITED BY SIZE
        Jbq-Request-No DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        Jbq-Program DELIMITED BY SPACE
        ' ended RC ' DELIMITED BY SIZE
        WS-Request-RC DELIMITED BY SIZE
        INTO WS-Alert-Text
    CALL 'WTM-ALERT' USING WS-Alert-Severity, WS-Alert-Source, WS-Alert-Event-Code, WS-Alert-Text
ELSE
    SET Jbq-Completed TO TRUE
END-IF.
MOVE 0 TO RETURN-CODE.

REWRITE-JOB-QUEUE-SECT.
*> Job-Queue-Record holds the request that just finished.
MOVE Job-Queue-Record TO WS-Jqr-Finished-Row.
MOVE Jbq-Request-No TO WS-Jqr-Finished-No.
MOVE 0 TO WS-Jqr-Count.
SET Job-Queue-Overflowed TO FALSE.
SET Jqr-Row-Found TO FALSE.
OPEN INPUT Job-Queue-File.
IF WS-Job-Queue-Status NOT = "00" THEN
    DISPLAY 'WARNING: could not re-read WTM-JOB-QUEUE.DAT, file status ', WS-Job-Queue-Status,
        ' - request ', WS-Jqr-Finished-No, ' is not marked on the queue.'
    MOVE WS-Jqr-Finished-Row TO Job-Queue-Record
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL WS-Job-Queue-Status NOT = "00"
    READ Job-Queue-File
        AT END EXIT PERFORM
        NOT AT END
            IF WS-Jqr-Count < 500 THEN
                ADD 1 TO WS-Jqr-Count
                IF Jbq-Request-No = WS-Jqr-Finished-No THEN
                    MOVE WS-Jqr-Finished-Row TO WS-Jqr-Image(WS-Jqr-Count)
                    SET Jqr-Row-Found TO TRUE
                ELSE
                    MOVE Job-Queue-Record TO WS-Jqr-Image(WS-Jqr-Count)
                END-IF
            ELSE
                SET Job-Queue-Overflowed TO TRUE
            END-IF
    END-READ
END-PERFORM.
CLOSE Job-Queue-File.
MOVE WS-Jqr-Finished-Row TO Job-Queue-Record.
IF Job-Queue-Overflowed THEN
    DISPLAY 'NIGHTLY: WTM-JOB-QUEUE.DAT now holds more than 500 rows - not rewritten, request ',
        WS-Jqr-Finished-No, ' is not marked on the queue.'
    IF WS-Worst-RC < 8 THEN
        MOVE 8 TO WS-Worst-RC
    END-IF
    EXIT PARAGRAPH
END-IF.
IF NOT Jqr-Row-Found THEN
    DISPLAY 'WARNING: request ', WS-Jqr-Finished-No, ' is no longer on WTM-JOB-QUEUE.DAT - the queue is left as it is.'
    EXIT PARAGRAPH
END-IF.
OPEN OUTPUT Job-Queue-File.
IF WS-Job-Queue-Status NOT = "00" THEN
    DISPLAY 'WARNING: could not rewrite WTM-JOB-QUEUE.DAT, file status ', WS-Job-Queue-Status
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING WS-Jq-Write-Idx FROM 1 BY 1 UNTIL WS-Jq-Write-Idx > WS-Jqr-Count
    MOVE WS-Jqr-Image(WS-Jq-Write-Idx) TO Job-Queue-Record
    WRITE Job-Queue-Record
END-PERFORM.
CLOSE Job-Queue-File.
MOVE WS-Jqr-Finished-Row TO Job-Queue-Record.
SET Rjn-File-Image TO TRUE.
MOVE 'WTM-JOB-QUEUE.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.

TIME-STEP-SECT.
*> Elapsed seconds from the start and end times of day - a step
*> that crosses midnight gets a day's seconds added back - judged
*> against the step's norm and appended to the timing history.
COMPUTE WS-Start-Secs = (WS-Start-HH * 3600) + (WS-Start-MM * 60) + WS-Start-SS.
COMPUTE WS-End-Secs = (WS-End-HH * 3600) + (WS-End-MM * 60) + WS-End-SS.
IF WS-End-Secs < WS-Start-Secs THEN
    ADD 86400 TO WS-End-Secs
END-IF.
COMPUTE WS-Step-Elapsed(WS-Step-Idx) = WS-End-Secs - WS-Start-Secs.
DISPLAY 'NIGHTLY: step ', WS-Step-Name(WS-Step-Idx), ' took ', WS-Step-Elapsed(WS-Step-Idx),
    ' second(s), norm ', WS-Norm-Average(WS-Step-Idx), '.'.
SET Step-Ran-Late TO FALSE.
IF WS-Norm-Runs(WS-Step-Idx) >= WS-Late-Min-Runs THEN
    COMPUTE WS-Late-Limit = WS-Norm-Average(WS-Step-Idx) * WS-Late-Factor
    IF WS-Late-Limit < WS-Norm-Average(WS-Step-Idx) + WS-Late-Min-Over THEN
        COMPUTE WS-Late-Limit = WS-Norm-Average(WS-Step-Idx) + WS-Late-Min-Over
    END-IF
    IF WS-Step-Elapsed(WS-Step-Idx) > WS-Late-Limit THEN
        SET Step-Ran-Late TO TRUE
        PERFORM WRITE-LATE-WARNING-SECT
    END-IF
END-IF.
OPEN EXTEND Step-Timing-File.
IF WS-Step-Timing-Status = "35" THEN
    OPEN OUTPUT Step-Timing-File
END-IF.
IF WS-Step-Timing-Status = "00" THEN
    MOVE WS-Tonight-Date TO Stim-Run-Date
    MOVE WS-Step-Name(WS-Step-Idx) TO Stim-Step-Name
    MOVE WS-Step-Start-Time TO Stim-Start-Time
    MOVE WS-Step-End-Time TO Stim-End-Time
    MOVE WS-Step-Elapsed(WS-Step-Idx) TO Stim-Elapsed-Secs
    MOVE WS-Step-RC(WS-Step-Idx) TO Stim-Return-Code
    MOVE SPACE TO Stim-Late-Flag
    IF Step-Ran-Late THEN
        SET Stim-Ran-Late TO TRUE
    END-IF
    WRITE Step-Timing-Record
    SET Rjn-After-Image TO TRUE
    MOVE 'WTM-STEP-TIMING.DAT' TO WS-Rjn-File-Name
    MOVE Step-Timing-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    CLOSE Step-Timing-File
ELSE
    DISPLAY 'WARNING: could not write WTM-STEP-TIMING.DAT, file status ', WS-Step-Timing-Status
END-IF.

WRITE-LATE-WARNING-SECT.
*> Written to the summary as soon as the late step finishes, not at
*> the end of the night.
ADD 1 TO WS-Late-Count.
DISPLAY 'NIGHTLY LATE STEP: ', FUNCTION TRIM(WS-Step-Name(WS-Step-Idx)), ' took ',
    WS-Step-Elapsed(WS-Step-Idx), ' second(s) against a norm of ', WS-Norm-Average(WS-Step-Idx), '.'.
OPEN EXTEND Nightly-Summary-File.
IF WS-Nightly-Summary-Status = "00" THEN
    MOVE SPACES TO Summary-Line
    STRING 'LATE STEP WARNING: ' DELIMITED BY SIZE
        WS-Step-Name(WS-Step-Idx) DELIMITED BY SIZE
        ' took ' DELIMITED BY SIZE
        WS-Step-Elapsed(WS-Step-Idx) DELIMITED BY SIZE
        's, norm ' DELIMITED BY SIZE
        WS-Norm-Average(WS-Step-Idx) DELIMITED BY SIZE
        's, ended ' DELIMITED BY SIZE
        WS-Step-End-Time(1:6) DELIMITED BY SIZE
        INTO Summary-Line
    WRITE Summary-Line
    CLOSE Nightly-Summary-File
END-IF.

OFFER-RESTART-SECT.
*> Step-level restart, the same idea as the batch budget run's
    MOVE 0 TO Run-Rejected-Count
    MOVE WS-Run-Control-End-Status TO Run-End-Status
    WRITE Run-Control-Record
    SET Rjn-After-Image TO TRUE
    MOVE 'WTM-RUN-CONTROL.DAT' TO WS-Rjn-File-Name
    MOVE Run-Control-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    CLOSE Run-Control-File
ELSE
    DISPLAY 'WARNING: could not write WTM-RUN-CONTROL.DAT, file status ', WS-Run-Control-Status
END-IF.

START-SUMMARY-SECT.
*> The summary is started before step one so late-step warnings can
*> land on it as the night goes; the end-of-night page follows them.
OPEN OUTPUT Nightly-Summary-File.
MOVE 'WTM END-OF-NIGHT SUMMARY' TO Summary-Line.
WRITE Summary-Line.
MOVE SPACES TO Summary-Line.
STRING 'Night of ' DELIMITED BY SIZE
    WS-Tonight-Date DELIMITED BY SIZE
    ' started ' DELIMITED BY SIZE
    FUNCTION CURRENT-DATE(9:6) DELIMITED BY SIZE
    INTO Summary-Line.
WRITE Summary-Line.
CLOSE Nightly-Summary-File.

WRITE-SUMMARY-SECT.
OPEN EXTEND Nightly-Summary-File.
IF WS-Nightly-Summary-Status = "35" THEN
    OPEN OUTPUT Nightly-Summary-File
END-IF.
MOVE SPACES TO Summary-Line.
STRING 'Night of ' DELIMITED BY SIZE
    FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
    ' - ' DELIMITED BY SIZE
        WS-Step-Status(WS-Step-Idx) DELIMITED BY SIZE
        '  RC ' DELIMITED BY SIZE
        WS-Step-RC(WS-Step-Idx) DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-Step-Elapsed(WS-Step-Idx) DELIMITED BY SIZE
        's' DELIMITED BY SIZE
        INTO Summary-Line
    WRITE Summary-Line
    DISPLAY '  ', Summary-Line(1:70)
END-PERFORM.
IF WS-Requests-Run > 0 THEN
    PERFORM VARYING WS-Jq-Idx FROM 1 BY 1 UNTIL WS-Jq-Idx > WS-Jq-Count
        IF WS-Jq-Ran-Now(WS-Jq-Idx) = "Y" THEN
            MOVE WS-Jq-Image(WS-Jq-Idx) TO Job-Queue-Record
            IF Jbq-Failed THEN
                MOVE 'FAILED      ' TO WS-Request-Status
            ELSE
                MOVE 'COMPLETED   ' TO WS-Request-Status
            END-IF
            MOVE SPACES TO Summary-Line
            STRING 'Request ' DELIMITED BY SIZE
                Jbq-Request-No DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                Jbq-Program DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-Request-Status DELIMITED BY SIZE
                '  RC ' DELIMITED BY SIZE
                Jbq-Return-Code DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                Jbq-Output-File DELIMITED BY SPACE
                INTO Summary-Line
            WRITE Summary-Line
            DISPLAY '  ', Summary-Line(1:90)
        END-IF
    END-PERFORM
END-IF.
IF WS-Late-Count > 0 THEN
    MOVE SPACES TO Summary-Line
    STRING WS-Late-Count DELIMITED BY SIZE
        ' step(s) ran well beyond their norm tonight - see the LATE STEP warnings above and WTM-STEPTIME.' DELIMITED BY SIZE
        INTO Summary-Line
    WRITE Summary-Line
END-IF.
IF Stream-Stopped THEN
    MOVE 'THE STREAM STOPPED ON A FATAL STEP - later steps did not run.' TO Summary-Line
    WRITE Summary-Line

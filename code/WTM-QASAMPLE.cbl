*> Daily quality-assurance sample of keyed runs. Re-key verification
*> only covers high-value entries, so this draws a random sample of
*> one day's console-keyed runs (WTM-KEYED-RUNS.DAT) into the review
*> queue WTM-QA-QUEUE.DAT, where WTM-QAREVIEW checks each one against
*> its source document. The rate is per operator, from
*> WTM-QA-RATES.DAT (operator ID, percent; a * row covers every
*> operator without a row of their own, and with no * row the rate is
*> 5 percent). Each operator's sample is the rate applied to that
*> operator's runs for the day, rounded up, so anyone who keyed a run
*> under a non-zero rate has at least one sampled; which runs are
*> drawn is random, each run equally likely. A day is sampled once -
*> a second draw for a date already in the queue is refused.
*> The nightly driver runs it unattended for the current date; from
*> the console the date is prompted.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-QASAMPLE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Keyed-Run-File ASSIGN TO "WTM-KEYED-RUNS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Keyed-Run-Status.
    SELECT QA-Rate-File ASSIGN TO "WTM-QA-RATES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-QA-Rate-Status.
    SELECT QA-Queue-File ASSIGN TO "WTM-QA-QUEUE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-QA-Queue-Status.

DATA DIVISION.
FILE SECTION.
FD  Keyed-Run-File.
    COPY "WTM-KEYED-RUN-REC.cpy".

FD  QA-Rate-File.
01 QA-Rate-Record.
    05 Qar-Operator-ID PIC X(8).
    05 Qar-Percent     PIC 9(3)V99.

FD  QA-Queue-File.
    COPY "WTM-QA-QUEUE-REC.cpy".

WORKING-STORAGE SECTION.
01 WS-Keyed-Run-Status PIC XX.
01 WS-QA-Rate-Status PIC XX.
01 WS-QA-Queue-Status PIC XX.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Sample-Date PIC 9(8).
01 WS-Date-Input PIC X(10).
01 WS-Test-Numval PIC 9(4).
01 WS-Input-Valid PIC X VALUE "N".
    88 Input-Valid VALUE "Y" FALSE "N".
01 WS-Already-Sampled-Flag PIC X VALUE "N".
    88 Day-Already-Sampled VALUE "Y" FALSE "N".
*> Per-operator rates; WS-Default-Rate is the * row.
01 WS-Rate-Table.
    05 WS-Rate-Entry OCCURS 100 TIMES.
       10 WS-Rate-Operator PIC X(8).
       10 WS-Rate-Percent  PIC 9(3)V99.
01 WS-Rate-Count PIC 9(3) VALUE 0.
01 WS-Rate-Idx PIC 9(3).
01 WS-Default-Rate PIC 9(3)V99 VALUE 5.00.
*> The day's keyed runs and whether each was drawn.
01 WS-Day-Table.
    05 WS-Day-Entry OCCURS 2000 TIMES.
       10 WS-Day-Run    PIC X(106).
       10 WS-Day-Op-Slot PIC 9(3).
       10 WS-Day-Picked PIC X.
01 WS-Day-Count PIC 9(4) VALUE 0.
01 WS-Day-Idx PIC 9(4).
01 WS-Day-Overflow PIC 9(5) VALUE 0.
*> Operators who keyed that day: runs, the rate that applies, the
*> sample size, and how many have been drawn so far.
01 WS-Op-Table.
    05 WS-Op-Entry OCCURS 100 TIMES.
       10 WS-Op-ID      PIC X(8).
       10 WS-Op-Runs    PIC 9(4).
       10 WS-Op-Rate    PIC 9(3)V99.
       10 WS-Op-Target  PIC 9(4).
       10 WS-Op-Seen    PIC 9(4).
       10 WS-Op-Picked  PIC 9(4).
01 WS-Op-Count PIC 9(3) VALUE 0.
01 WS-Op-Idx PIC 9(3).
01 WS-Op-Slot PIC 9(3).
01 WS-Target-Work PIC 9(6)V9999.
01 WS-Random-Seed PIC 9(8).
01 WS-Random-Value PIC V9(9).
01 WS-Pick-Chance PIC V9(9).
01 WS-Total-Sampled PIC 9(5) VALUE 0.
01 WS-Rate-Disp PIC ZZ9.99.
    COPY "WTM-UNATTENDED.cpy".
    COPY "WTM-JOURNAL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '---------------------------- WTM QUALITY-ASSURANCE SAMPLE OF KEYED RUNS --------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
MOVE 0 TO RETURN-CODE.
IF WTM-Unattended-Mode = "B" THEN
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Sample-Date
    DISPLAY 'QASAMPLE: unattended run - sampling the runs keyed on ', WS-Sample-Date, '.'
ELSE
    PERFORM ACCEPT-DATE-SECT
END-IF.
PERFORM CHECK-ALREADY-SAMPLED-SECT.
IF Day-Already-Sampled THEN
    DISPLAY 'QASAMPLE: the runs keyed on ', WS-Sample-Date, ' have already been sampled - no second draw.'
    MOVE 4 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM LOAD-RATES-SECT.
PERFORM LOAD-DAY-RUNS-SECT.
IF WS-Day-Count = 0 THEN
    DISPLAY 'QASAMPLE: no runs were keyed at the console on ', WS-Sample-Date, ' - nothing to sample.'
    GOBACK
END-IF.
PERFORM SET-TARGETS-SECT.
PERFORM DRAW-SAMPLE-SECT.
PERFORM WRITE-QUEUE-SECT.
PERFORM SHOW-SUMMARY-SECT.
GOBACK.

ACCEPT-DATE-SECT.
DISPLAY 'Enter the date whose keyed runs to sample (YYYYMMDD, 0 = today):'.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    ACCEPT WS-Date-Input
    MOVE FUNCTION TEST-NUMVAL(WS-Date-Input) TO WS-Test-Numval
    IF WS-Test-Numval NOT = 0 THEN
        DISPLAY 'INPUT ERROR: that is not a valid date. Please re-enter.'
    ELSE
        COMPUTE WS-Sample-Date = FUNCTION NUMVAL(WS-Date-Input)
        IF WS-Sample-Date = 0 THEN
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Sample-Date
        END-IF
        IF FUNCTION TEST-DATE-YYYYMMDD(WS-Sample-Date) NOT = 0 THEN
            DISPLAY 'INPUT ERROR: that is not a valid date. Please re-enter.'
        ELSE
            MOVE "Y" TO WS-Input-Valid
        END-IF
    END-IF
END-PERFORM.

CHECK-ALREADY-SAMPLED-SECT.
MOVE "N" TO WS-Already-Sampled-Flag.
OPEN INPUT QA-Queue-File.
IF WS-QA-Queue-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF OR Day-Already-Sampled
    READ QA-Queue-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Qaq-Sample-Date = WS-Sample-Date THEN
                SET Day-Already-Sampled TO TRUE
            END-IF
    END-READ
END-PERFORM.
CLOSE QA-Queue-File.

LOAD-RATES-SECT.
MOVE 0 TO WS-Rate-Count.
OPEN INPUT QA-Rate-File.
IF WS-QA-Rate-Status NOT = "00" THEN
    DISPLAY 'QASAMPLE: no WTM-QA-RATES.DAT - every operator is sampled at ', WS-Default-Rate, ' percent.'
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ QA-Rate-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (Qar-Percent IS NUMERIC) AND (Qar-Percent <= 100) THEN
                IF Qar-Operator-ID = '*' THEN
                    MOVE Qar-Percent TO WS-Default-Rate
                ELSE
                    IF WS-Rate-Count < 100 THEN
                        ADD 1 TO WS-Rate-Count
                        MOVE Qar-Operator-ID TO WS-Rate-Operator(WS-Rate-Count)
                        MOVE Qar-Percent TO WS-Rate-Percent(WS-Rate-Count)
                    END-IF
                END-IF
            ELSE
                DISPLAY 'WARNING: WTM-QA-RATES.DAT row for ', Qar-Operator-ID, ' has no valid percent and is ignored.'
            END-IF
    END-READ
END-PERFORM.
CLOSE QA-Rate-File.

LOAD-DAY-RUNS-SECT.
MOVE 0 TO WS-Day-Count.
OPEN INPUT Keyed-Run-File.
IF WS-Keyed-Run-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Keyed-Run-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Kyr-Run-Date = WS-Sample-Date THEN
                PERFORM TAKE-DAY-RUN-SECT
            END-IF
    END-READ
END-PERFORM.
CLOSE Keyed-Run-File.
IF WS-Day-Overflow > 0 THEN
    DISPLAY 'WARNING: more than 2000 runs keyed on ', WS-Sample-Date, ' - ', WS-Day-Overflow,
        ' run(s) beyond that were not eligible for the sample.'
    MOVE 4 TO RETURN-CODE
END-IF.

TAKE-DAY-RUN-SECT.
IF WS-Day-Count >= 2000 THEN
    ADD 1 TO WS-Day-Overflow
    EXIT PARAGRAPH
END-IF.
MOVE 0 TO WS-Op-Slot.
PERFORM VARYING WS-Op-Idx FROM 1 BY 1 UNTIL (WS-Op-Idx > WS-Op-Count) OR (WS-Op-Slot > 0)
    IF WS-Op-ID(WS-Op-Idx) = Kyr-Operator-ID THEN
        MOVE WS-Op-Idx TO WS-Op-Slot
    END-IF
END-PERFORM.
IF WS-Op-Slot = 0 THEN
    IF WS-Op-Count >= 100 THEN
        ADD 1 TO WS-Day-Overflow
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-Op-Count
    MOVE WS-Op-Count TO WS-Op-Slot
    MOVE Kyr-Operator-ID TO WS-Op-ID(WS-Op-Slot)
    MOVE 0 TO WS-Op-Runs(WS-Op-Slot)
    MOVE 0 TO WS-Op-Seen(WS-Op-Slot)
    MOVE 0 TO WS-Op-Picked(WS-Op-Slot)
END-IF.
ADD 1 TO WS-Day-Count.
MOVE Keyed-Run-Record TO WS-Day-Run(WS-Day-Count).
MOVE WS-Op-Slot TO WS-Day-Op-Slot(WS-Day-Count).
MOVE "N" TO WS-Day-Picked(WS-Day-Count).
ADD 1 TO WS-Op-Runs(WS-Op-Slot).

SET-TARGETS-SECT.
*> The rate applied to the operator's runs, rounded up - a non-zero
*> rate always samples at least one run.
PERFORM VARYING WS-Op-Idx FROM 1 BY 1 UNTIL WS-Op-Idx > WS-Op-Count
    MOVE WS-Default-Rate TO WS-Op-Rate(WS-Op-Idx)
    PERFORM VARYING WS-Rate-Idx FROM 1 BY 1 UNTIL WS-Rate-Idx > WS-Rate-Count
        IF WS-Rate-Operator(WS-Rate-Idx) = WS-Op-ID(WS-Op-Idx) THEN
            MOVE WS-Rate-Percent(WS-Rate-Idx) TO WS-Op-Rate(WS-Op-Idx)
        END-IF
    END-PERFORM
    COMPUTE WS-Target-Work = WS-Op-Runs(WS-Op-Idx) * WS-Op-Rate(WS-Op-Idx) / 100
    MOVE WS-Target-Work TO WS-Op-Target(WS-Op-Idx)
    IF WS-Op-Target(WS-Op-Idx) < WS-Target-Work THEN
        ADD 1 TO WS-Op-Target(WS-Op-Idx)
    END-IF
    IF WS-Op-Target(WS-Op-Idx) > WS-Op-Runs(WS-Op-Idx) THEN
        MOVE WS-Op-Runs(WS-Op-Idx) TO WS-Op-Target(WS-Op-Idx)
    END-IF
END-PERFORM.

DRAW-SAMPLE-SECT.
*> Selection sampling in one pass: each run is drawn with chance
*> (still needed) / (still to be seen) for its operator, which gives
*> exactly the target number and every run the same likelihood.
MOVE FUNCTION CURRENT-DATE(9:8) TO WS-Random-Seed.
COMPUTE WS-Random-Value = FUNCTION RANDOM(WS-Random-Seed).
PERFORM VARYING WS-Day-Idx FROM 1 BY 1 UNTIL WS-Day-Idx > WS-Day-Count
    MOVE WS-Day-Op-Slot(WS-Day-Idx) TO WS-Op-Slot
    IF WS-Op-Picked(WS-Op-Slot) < WS-Op-Target(WS-Op-Slot) THEN
        COMPUTE WS-Pick-Chance = (WS-Op-Target(WS-Op-Slot) - WS-Op-Picked(WS-Op-Slot))
            / (WS-Op-Runs(WS-Op-Slot) - WS-Op-Seen(WS-Op-Slot))
            ON SIZE ERROR MOVE .999999999 TO WS-Pick-Chance
        END-COMPUTE
        COMPUTE WS-Random-Value = FUNCTION RANDOM
        IF (WS-Random-Value < WS-Pick-Chance)
            OR (WS-Op-Target(WS-Op-Slot) - WS-Op-Picked(WS-Op-Slot)
                = WS-Op-Runs(WS-Op-Slot) - WS-Op-Seen(WS-Op-Slot)) THEN
            MOVE "Y" TO WS-Day-Picked(WS-Day-Idx)
            ADD 1 TO WS-Op-Picked(WS-Op-Slot)
        END-IF
    END-IF
    ADD 1 TO WS-Op-Seen(WS-Op-Slot)
END-PERFORM.

WRITE-QUEUE-SECT.
OPEN EXTEND QA-Queue-File.
IF WS-QA-Queue-Status = "35" THEN
    OPEN OUTPUT QA-Queue-File
END-IF.
IF WS-QA-Queue-Status NOT = "00" THEN
    DISPLAY 'QASAMPLE: could not write WTM-QA-QUEUE.DAT, file status ', WS-QA-Queue-Status
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING WS-Day-Idx FROM 1 BY 1 UNTIL WS-Day-Idx > WS-Day-Count
    IF WS-Day-Picked(WS-Day-Idx) = "Y" THEN
        MOVE SPACES TO QA-Queue-Record
        MOVE WS-Day-Run(WS-Day-Idx) TO Qaq-Run
        MOVE WS-Sample-Date TO Qaq-Sample-Date
        MOVE 0 TO Qaq-Review-Date
        WRITE QA-Queue-Record
        SET Rjn-After-Image TO TRUE
        MOVE 'WTM-QA-QUEUE.DAT' TO WS-Rjn-File-Name
        MOVE QA-Queue-Record TO WS-Rjn-Record
        CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
        ADD 1 TO WS-Total-Sampled
    END-IF
END-PERFORM.
CLOSE QA-Queue-File.

SHOW-SUMMARY-SECT.
DISPLAY 'OPERATOR  RUNS  RATE %  SAMPLED'.
PERFORM VARYING WS-Op-Idx FROM 1 BY 1 UNTIL WS-Op-Idx > WS-Op-Count
    MOVE WS-Op-Rate(WS-Op-Idx) TO WS-Rate-Disp
    DISPLAY WS-Op-ID(WS-Op-Idx), '  ', WS-Op-Runs(WS-Op-Idx), '  ', WS-Rate-Disp, '  ', WS-Op-Picked(WS-Op-Idx)
END-PERFORM.
DISPLAY WS-Total-Sampled, ' of ', WS-Day-Count, ' run(s) keyed on ', WS-Sample-Date,
    ' queued for review in WTM-QA-QUEUE.DAT.'.

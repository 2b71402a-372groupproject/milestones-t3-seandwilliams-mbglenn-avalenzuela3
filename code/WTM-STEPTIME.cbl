*> Nightly step elapsed-time report. WTM-NIGHTLY appends every step's
*> start and end time to WTM-STEP-TIMING.DAT; this report walks that
*> history and shows, per step, how many timed runs are on file, the
*> recent average (the last ten runs - the same norm the driver
*> flags late steps against), the worst run ever and its night, the
*> latest run, how many nights it was flagged late, and the trend:
*> UP when the newer half of the last ten runs averages more than
*> ten percent above the older half, DOWN when ten percent below,
*> FLAT otherwise (blank with fewer than four runs). Output to the
*> console and WTM-STEPTIME-REPORT.TXT.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-STEPTIME.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Step-Timing-File ASSIGN TO "WTM-STEP-TIMING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Step-Timing-Status.
    SELECT Steptime-Report-File ASSIGN TO "WTM-STEPTIME-REPORT.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Steptime-Report-Status.

DATA DIVISION.
FILE SECTION.
FD  Step-Timing-File.
    COPY "WTM-STEP-TIMING-REC.cpy".

FD  Steptime-Report-File.
01 Steptime-Report-Line PIC X(132).

WORKING-STORAGE SECTION.
01 WS-Step-Timing-Status PIC XX.
01 WS-Steptime-Report-Status PIC XX.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
*> One slot per step name seen on the history, with its last ten
*> elapsed times kept as a ring (WS-Stp-Next is the oldest once the
*> ring is full).
01 WS-Step-Stats-Table.
    05 WS-Stp-Entry OCCURS 30 TIMES INDEXED BY Stp-Idx.
       10 WS-Stp-Name        PIC X(20).
       10 WS-Stp-Runs        PIC 9(5).
       10 WS-Stp-Late        PIC 9(5).
       10 WS-Stp-Worst       PIC 9(7).
       10 WS-Stp-Worst-Date  PIC 9(8).
       10 WS-Stp-Last        PIC 9(7).
       10 WS-Stp-Last-Date   PIC 9(8).
       10 WS-Stp-Ring-Count  PIC 9(2).
       10 WS-Stp-Next        PIC 9(2).
       10 WS-Stp-Ring        PIC 9(7) OCCURS 10 TIMES.
01 WS-Step-Count PIC 9(2) VALUE 0.
01 WS-Stp-Slot PIC 9(2).
01 WS-Ring-Idx PIC 9(2).
01 WS-Ring-Pos PIC 9(2).
01 WS-Older-Count PIC 9(2).
01 WS-Older-Total PIC 9(9).
01 WS-Newer-Total PIC 9(9).
01 WS-Recent-Total PIC 9(9).
01 WS-Recent-Average PIC 9(7).
01 WS-Older-Average PIC 9(7)V99.
01 WS-Newer-Average PIC 9(7)V99.
01 WS-Trend-Text PIC X(4).
01 WS-Rows-Read PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '--------------------------- WTM NIGHTLY STEP ELAPSED-TIME REPORT ----------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
PERFORM TALLY-TIMING-SECT.
PERFORM WRITE-REPORT-SECT.
GOBACK.

FIND-STEP-SLOT-SECT.
*> Finds (or creates) the stats slot for Stim-Step-Name.
MOVE 0 TO WS-Stp-Slot.
PERFORM VARYING Stp-Idx FROM 1 BY 1 UNTIL Stp-Idx > WS-Step-Count
    IF WS-Stp-Name(Stp-Idx) = Stim-Step-Name THEN
        SET WS-Stp-Slot TO Stp-Idx
    END-IF
END-PERFORM.
IF WS-Stp-Slot = 0 AND WS-Step-Count < 30 THEN
    ADD 1 TO WS-Step-Count
    MOVE WS-Step-Count TO WS-Stp-Slot
    MOVE Stim-Step-Name TO WS-Stp-Name(WS-Stp-Slot)
    MOVE 0 TO WS-Stp-Runs(WS-Stp-Slot)
    MOVE 0 TO WS-Stp-Late(WS-Stp-Slot)
    MOVE 0 TO WS-Stp-Worst(WS-Stp-Slot)
    MOVE 0 TO WS-Stp-Worst-Date(WS-Stp-Slot)
    MOVE 0 TO WS-Stp-Last(WS-Stp-Slot)
    MOVE 0 TO WS-Stp-Last-Date(WS-Stp-Slot)
    MOVE 0 TO WS-Stp-Ring-Count(WS-Stp-Slot)
    MOVE 1 TO WS-Stp-Next(WS-Stp-Slot)
END-IF.

TALLY-TIMING-SECT.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Step-Timing-File.
IF WS-Step-Timing-Status NOT = "00" THEN
    DISPLAY 'STEPTIME: could not open WTM-STEP-TIMING.DAT, file status ', WS-Step-Timing-Status
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Step-Timing-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Stim-Elapsed-Secs IS NUMERIC THEN
                ADD 1 TO WS-Rows-Read
                PERFORM FIND-STEP-SLOT-SECT
                IF WS-Stp-Slot > 0 THEN
                    PERFORM ADD-TIMING-ROW-SECT
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Step-Timing-File.

ADD-TIMING-ROW-SECT.
ADD 1 TO WS-Stp-Runs(WS-Stp-Slot).
IF Stim-Ran-Late THEN
    ADD 1 TO WS-Stp-Late(WS-Stp-Slot)
END-IF.
IF Stim-Elapsed-Secs > WS-Stp-Worst(WS-Stp-Slot) THEN
    MOVE Stim-Elapsed-Secs TO WS-Stp-Worst(WS-Stp-Slot)
    MOVE Stim-Run-Date TO WS-Stp-Worst-Date(WS-Stp-Slot)
END-IF.
MOVE Stim-Elapsed-Secs TO WS-Stp-Last(WS-Stp-Slot).
MOVE Stim-Run-Date TO WS-Stp-Last-Date(WS-Stp-Slot).
MOVE Stim-Elapsed-Secs TO WS-Stp-Ring(WS-Stp-Slot, WS-Stp-Next(WS-Stp-Slot)).
IF WS-Stp-Ring-Count(WS-Stp-Slot) < 10 THEN
    ADD 1 TO WS-Stp-Ring-Count(WS-Stp-Slot)
END-IF.
IF WS-Stp-Next(WS-Stp-Slot) >= 10 THEN
    MOVE 1 TO WS-Stp-Next(WS-Stp-Slot)
ELSE
    ADD 1 TO WS-Stp-Next(WS-Stp-Slot)
END-IF.

COMPUTE-TREND-SECT.
*> Walks the ring oldest to newest: the older half against the
*> newer half gives the trend, the whole ring the recent average.
MOVE 0 TO WS-Recent-Total.
MOVE 0 TO WS-Older-Total.
MOVE 0 TO WS-Newer-Total.
MOVE 0 TO WS-Recent-Average.
MOVE SPACES TO WS-Trend-Text.
IF WS-Stp-Ring-Count(Stp-Idx) = 0 THEN
    EXIT PARAGRAPH
END-IF.
COMPUTE WS-Older-Count = WS-Stp-Ring-Count(Stp-Idx) / 2.
PERFORM VARYING WS-Ring-Idx FROM 1 BY 1 UNTIL WS-Ring-Idx > WS-Stp-Ring-Count(Stp-Idx)
    IF WS-Stp-Ring-Count(Stp-Idx) < 10 THEN
        MOVE WS-Ring-Idx TO WS-Ring-Pos
    ELSE
        COMPUTE WS-Ring-Pos = FUNCTION MOD(WS-Stp-Next(Stp-Idx) + WS-Ring-Idx - 2, 10) + 1
    END-IF
    ADD WS-Stp-Ring(Stp-Idx, WS-Ring-Pos) TO WS-Recent-Total
    IF WS-Ring-Idx <= WS-Older-Count THEN
        ADD WS-Stp-Ring(Stp-Idx, WS-Ring-Pos) TO WS-Older-Total
    ELSE
        ADD WS-Stp-Ring(Stp-Idx, WS-Ring-Pos) TO WS-Newer-Total
    END-IF
END-PERFORM.
COMPUTE WS-Recent-Average ROUNDED = WS-Recent-Total / WS-Stp-Ring-Count(Stp-Idx).
IF WS-Stp-Ring-Count(Stp-Idx) < 4 THEN
    EXIT PARAGRAPH
END-IF.
COMPUTE WS-Older-Average ROUNDED = WS-Older-Total / WS-Older-Count.
COMPUTE WS-Newer-Average ROUNDED = WS-Newer-Total / (WS-Stp-Ring-Count(Stp-Idx) - WS-Older-Count).
EVALUATE TRUE
    WHEN WS-Newer-Average > WS-Older-Average * 1.10
        MOVE 'UP  ' TO WS-Trend-Text
    WHEN WS-Newer-Average < WS-Older-Average * 0.90
        MOVE 'DOWN' TO WS-Trend-Text
    WHEN OTHER
        MOVE 'FLAT' TO WS-Trend-Text
END-EVALUATE.

WRITE-REPORT-SECT.
OPEN OUTPUT Steptime-Report-File.
MOVE 'WTM NIGHTLY STEP ELAPSED-TIME REPORT' TO Steptime-Report-Line.
WRITE Steptime-Report-Line.
MOVE SPACES TO Steptime-Report-Line.
STRING WS-Rows-Read DELIMITED BY SIZE
    ' timed step run(s) on WTM-STEP-TIMING.DAT; seconds, recent = last ten runs' DELIMITED BY SIZE
    INTO Steptime-Report-Line.
WRITE Steptime-Report-Line.
MOVE 'STEP                  RUNS   RECENT AVG   WORST    ON NIGHT  LATEST   ON NIGHT  LATE   TREND' TO Steptime-Report-Line.
WRITE Steptime-Report-Line.
DISPLAY 'STEP                  RUNS   RECENT AVG   WORST    ON NIGHT  LATEST   ON NIGHT  LATE   TREND'.
IF WS-Step-Count = 0 THEN
    MOVE '  (no timed step runs found)' TO Steptime-Report-Line
    WRITE Steptime-Report-Line
    DISPLAY '  (no timed step runs found)'
END-IF.
PERFORM VARYING Stp-Idx FROM 1 BY 1 UNTIL Stp-Idx > WS-Step-Count
    PERFORM COMPUTE-TREND-SECT
    MOVE SPACES TO Steptime-Report-Line
    STRING WS-Stp-Name(Stp-Idx) DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-Stp-Runs(Stp-Idx) DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-Recent-Average DELIMITED BY SIZE
        '      ' DELIMITED BY SIZE
        WS-Stp-Worst(Stp-Idx) DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-Stp-Worst-Date(Stp-Idx) DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-Stp-Last(Stp-Idx) DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-Stp-Last-Date(Stp-Idx) DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-Stp-Late(Stp-Idx) DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-Trend-Text DELIMITED BY SIZE
        INTO Steptime-Report-Line
    WRITE Steptime-Report-Line
    DISPLAY Steptime-Report-Line(1:110)
END-PERFORM.
CLOSE Steptime-Report-File.
DISPLAY 'Report written to WTM-STEPTIME-REPORT.TXT.'.

*> Period KPI trend report over the permanent history
*> WTM-KPI-HISTORY.DAT built by WTM-KPIBUILD. For an ending period
*> (0 = the latest period on file) the report first sets each KPI's
*> latest value beside its average over the last 12 and the last 24
*> periods on file, with a direction arrow from the 24-period average
*> to the 12-period average and from the 12-period average to the
*> latest period; then lists the last 24 periods one per line with
*> an arrow on every figure against the period before. Arrows show
*> direction only: ^ up, v down, = unchanged - whether up is good
*> depends on the KPI. Output to the console and
*> WTM-KPI-TREND-REPORT.TXT.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-KPITREND.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Kpi-History-File ASSIGN TO "WTM-KPI-HISTORY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Kpi-History-Status.
    SELECT Kpi-Trend-Report-File ASSIGN TO "WTM-KPI-TREND-REPORT.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Kpi-Trend-Report-Status.

DATA DIVISION.
FILE SECTION.
FD  Kpi-History-File.
    COPY "WTM-KPI-HISTORY-REC.cpy".

FD  Kpi-Trend-Report-File.
01 Kpi-Trend-Report-Line PIC X(132).

WORKING-STORAGE SECTION.
01 WS-Kpi-History-Status PIC XX.
01 WS-Kpi-Trend-Report-Status PIC XX.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-End-Period PIC 9(6) VALUE 0.
01 WS-Numeric-Input PIC X(8).
01 WS-Test-Numval PIC S9(6).
01 WS-Input-Valid PIC X VALUE "N".
    88 Input-Valid VALUE "Y".
*> The last 24 periods on file up to the ending period, oldest
*> first, six KPIs per period in the order of WS-Kpi-Name.
01 WS-Trend-Table.
    05 WS-Trend-Entry OCCURS 24 TIMES.
       10 WS-Trend-Period PIC 9(6).
       10 WS-Trend-Value  PIC 9(7)V99 OCCURS 6 TIMES.
01 WS-Trend-Count PIC 9(2) VALUE 0.
01 WS-Trend-Idx PIC 9(2).
01 WS-Trend-From PIC 9(2).
01 WS-Kpi-Idx PIC 9(2).
01 WS-Kpi-Names-Values.
    05 FILLER PIC X(22) VALUE 'Households processed  '.
    05 FILLER PIC X(22) VALUE 'Average Extra percent '.
    05 FILLER PIC X(22) VALUE 'Deficit households    '.
    05 FILLER PIC X(22) VALUE 'Policy breach rate %  '.
    05 FILLER PIC X(22) VALUE 'Accounting reject %   '.
    05 FILLER PIC X(22) VALUE 'Approval backlog      '.
01 WS-Kpi-Names-Table REDEFINES WS-Kpi-Names-Values.
    05 WS-Kpi-Name PIC X(22) OCCURS 6 TIMES.
*> C = a count (shown whole), P = a percent (shown to 2 places).
01 WS-Kpi-Kinds-Values PIC X(6) VALUE 'CPCPPC'.
01 WS-Kpi-Kinds-Table REDEFINES WS-Kpi-Kinds-Values.
    05 WS-Kpi-Kind PIC X OCCURS 6 TIMES.
01 WS-Avg-12 PIC 9(7)V99.
01 WS-Avg-24 PIC 9(7)V99.
01 WS-Latest PIC 9(7)V99.
01 WS-Window-Sum PIC 9(9)V99.
01 WS-Window-Size PIC 9(2).
01 WS-Window-12-Size PIC 9(2).
01 WS-Compare-Old PIC 9(7)V99.
01 WS-Compare-New PIC 9(7)V99.
01 WS-Arrow PIC X.
01 WS-Arrow-1 PIC X.
01 WS-Arrow-2 PIC X.
01 WS-Fmt-Value PIC 9(7)V99.
01 WS-Fmt-Kind PIC X.
01 WS-Fmt-Text PIC X(11).
01 WS-Count-Disp PIC ZZ,ZZZ,ZZ9.
01 WS-Pct-Disp PIC ZZZZZZ9.99.
01 WS-Latest-Text PIC X(11).
01 WS-Avg-12-Text PIC X(11).
01 WS-Avg-24-Text PIC X(11).
01 WS-Line-Ptr PIC 9(3).

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '------------------------------ WTM PERIOD KPI TREND REPORT ---------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY 'Enter the last period to report (YYYYMM), or 0 for the latest period on file:'.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    ACCEPT WS-Numeric-Input
    MOVE FUNCTION TEST-NUMVAL(WS-Numeric-Input) TO WS-Test-Numval
    IF WS-Test-Numval NOT = 0 THEN
        DISPLAY 'INPUT ERROR: that is not a valid number. Please re-enter.'
    ELSE
        COMPUTE WS-End-Period = FUNCTION NUMVAL(WS-Numeric-Input)
        MOVE "Y" TO WS-Input-Valid
    END-IF
END-PERFORM.
PERFORM LOAD-TREND-SECT.
IF WS-Trend-Count = 0 THEN
    DISPLAY 'No KPI periods on file up to the period asked for - run WTM-KPIBUILD first.'
    MOVE 4 TO RETURN-CODE
    GOBACK
END-IF.
OPEN OUTPUT Kpi-Trend-Report-File.
IF WS-Kpi-Trend-Report-Status NOT = "00" THEN
    DISPLAY 'KPITREND ERROR: could not create WTM-KPI-TREND-REPORT.TXT, file status ', WS-Kpi-Trend-Report-Status
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM WRITE-SUMMARY-SECT.
PERFORM WRITE-DETAIL-SECT.
CLOSE Kpi-Trend-Report-File.
DISPLAY 'Trend report written to WTM-KPI-TREND-REPORT.TXT.'.
GOBACK.

LOAD-TREND-SECT.
*> Keeps a sliding window of the last 24 rows read up to the ending
*> period - the file is held in period order by WTM-KPIBUILD.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Kpi-History-File.
IF WS-Kpi-History-Status NOT = "00" THEN
    DISPLAY 'KPITREND: could not open WTM-KPI-HISTORY.DAT, file status ', WS-Kpi-History-Status
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Kpi-History-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (Kpi-Period IS NUMERIC)
                AND ((WS-End-Period = 0) OR (Kpi-Period <= WS-End-Period)) THEN
                PERFORM ADD-TREND-ROW-SECT
            END-IF
    END-READ
END-PERFORM.
CLOSE Kpi-History-File.

ADD-TREND-ROW-SECT.
IF WS-Trend-Count = 24 THEN
    PERFORM VARYING WS-Trend-Idx FROM 1 BY 1 UNTIL WS-Trend-Idx > 23
        MOVE WS-Trend-Entry(WS-Trend-Idx + 1) TO WS-Trend-Entry(WS-Trend-Idx)
    END-PERFORM
ELSE
    ADD 1 TO WS-Trend-Count
END-IF.
MOVE Kpi-Period TO WS-Trend-Period(WS-Trend-Count).
MOVE Kpi-Households TO WS-Trend-Value(WS-Trend-Count, 1).
MOVE Kpi-Avg-Extra-Pct TO WS-Trend-Value(WS-Trend-Count, 2).
MOVE Kpi-Deficit-Count TO WS-Trend-Value(WS-Trend-Count, 3).
MOVE Kpi-Breach-Rate TO WS-Trend-Value(WS-Trend-Count, 4).
MOVE Kpi-Reject-Rate TO WS-Trend-Value(WS-Trend-Count, 5).
MOVE Kpi-Appr-Backlog TO WS-Trend-Value(WS-Trend-Count, 6).

SET-ARROW-SECT.
IF WS-Compare-New > WS-Compare-Old THEN
    MOVE '^' TO WS-Arrow
ELSE
    IF WS-Compare-New < WS-Compare-Old THEN
        MOVE 'v' TO WS-Arrow
    ELSE
        MOVE '=' TO WS-Arrow
    END-IF
END-IF.

FORMAT-VALUE-SECT.
*> WS-Fmt-Value edited into WS-Fmt-Text by WS-Fmt-Kind.
IF WS-Fmt-Kind = "C" THEN
    MOVE WS-Fmt-Value TO WS-Count-Disp
    MOVE SPACES TO WS-Fmt-Text
    MOVE WS-Count-Disp TO WS-Fmt-Text(2:10)
ELSE
    MOVE WS-Fmt-Value TO WS-Pct-Disp
    MOVE SPACES TO WS-Fmt-Text
    MOVE WS-Pct-Disp TO WS-Fmt-Text(2:10)
END-IF.

WRITE-LINE-SECT.
WRITE Kpi-Trend-Report-Line.
DISPLAY FUNCTION TRIM(Kpi-Trend-Report-Line TRAILING).

WRITE-SUMMARY-SECT.
MOVE 'WTM PERIOD KPI TREND REPORT' TO Kpi-Trend-Report-Line.
PERFORM WRITE-LINE-SECT.
IF WS-Trend-Count < 12 THEN
    MOVE WS-Trend-Count TO WS-Window-12-Size
ELSE
    MOVE 12 TO WS-Window-12-Size
END-IF.
MOVE SPACES TO Kpi-Trend-Report-Line.
STRING 'Periods ' DELIMITED BY SIZE
    WS-Trend-Period(1) DELIMITED BY SIZE
    ' to ' DELIMITED BY SIZE
    WS-Trend-Period(WS-Trend-Count) DELIMITED BY SIZE
    ' - ' DELIMITED BY SIZE
    WS-Trend-Count DELIMITED BY SIZE
    ' period(s) on file in the 24-period window, ' DELIMITED BY SIZE
    WS-Window-12-Size DELIMITED BY SIZE
    ' in the 12-period window' DELIMITED BY SIZE
    INTO Kpi-Trend-Report-Line.
PERFORM WRITE-LINE-SECT.
MOVE 'Arrows: ^ up, v down, = unchanged (direction only).' TO Kpi-Trend-Report-Line.
PERFORM WRITE-LINE-SECT.
MOVE SPACES TO Kpi-Trend-Report-Line.
PERFORM WRITE-LINE-SECT.
MOVE 'KPI                     24-PERIOD       12-PERIOD' TO Kpi-Trend-Report-Line.
PERFORM WRITE-LINE-SECT.
MOVE '                          AVERAGE         AVERAGE          LATEST' TO Kpi-Trend-Report-Line.
PERFORM WRITE-LINE-SECT.
PERFORM VARYING WS-Kpi-Idx FROM 1 BY 1 UNTIL WS-Kpi-Idx > 6
    MOVE WS-Trend-Count TO WS-Window-Size
    PERFORM AVERAGE-WINDOW-SECT
    MOVE WS-Fmt-Value TO WS-Avg-24
    MOVE WS-Window-12-Size TO WS-Window-Size
    PERFORM AVERAGE-WINDOW-SECT
    MOVE WS-Fmt-Value TO WS-Avg-12
    MOVE WS-Trend-Value(WS-Trend-Count, WS-Kpi-Idx) TO WS-Latest
    MOVE WS-Avg-24 TO WS-Compare-Old
    MOVE WS-Avg-12 TO WS-Compare-New
    PERFORM SET-ARROW-SECT
    MOVE WS-Arrow TO WS-Arrow-1
    MOVE WS-Avg-12 TO WS-Compare-Old
    MOVE WS-Latest TO WS-Compare-New
    PERFORM SET-ARROW-SECT
    MOVE WS-Arrow TO WS-Arrow-2
    MOVE "P" TO WS-Fmt-Kind
    MOVE WS-Avg-24 TO WS-Fmt-Value
    PERFORM FORMAT-VALUE-SECT
    MOVE WS-Fmt-Text TO WS-Avg-24-Text
    MOVE WS-Avg-12 TO WS-Fmt-Value
    PERFORM FORMAT-VALUE-SECT
    MOVE WS-Fmt-Text TO WS-Avg-12-Text
    MOVE WS-Kpi-Kind(WS-Kpi-Idx) TO WS-Fmt-Kind
    MOVE WS-Latest TO WS-Fmt-Value
    PERFORM FORMAT-VALUE-SECT
    MOVE WS-Fmt-Text TO WS-Latest-Text
    MOVE SPACES TO Kpi-Trend-Report-Line
    STRING WS-Kpi-Name(WS-Kpi-Idx) DELIMITED BY SIZE
        WS-Avg-24-Text DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-Arrow-1 DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-Avg-12-Text DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-Arrow-2 DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-Latest-Text DELIMITED BY SIZE
        INTO Kpi-Trend-Report-Line
    PERFORM WRITE-LINE-SECT
END-PERFORM.

AVERAGE-WINDOW-SECT.
*> Average of KPI WS-Kpi-Idx over the newest WS-Window-Size periods
*> in the table, returned in WS-Fmt-Value.
MOVE 0 TO WS-Window-Sum.
COMPUTE WS-Trend-From = WS-Trend-Count - WS-Window-Size + 1.
PERFORM VARYING WS-Trend-Idx FROM WS-Trend-From BY 1 UNTIL WS-Trend-Idx > WS-Trend-Count
    ADD WS-Trend-Value(WS-Trend-Idx, WS-Kpi-Idx) TO WS-Window-Sum
END-PERFORM.
COMPUTE WS-Fmt-Value ROUNDED = WS-Window-Sum / WS-Window-Size.

WRITE-DETAIL-SECT.
MOVE SPACES TO Kpi-Trend-Report-Line.
PERFORM WRITE-LINE-SECT.
MOVE 'PERIOD HOUSEHOLDS    AVG EXTRA%      DEFICITS      BREACH %      REJECT %       BACKLOG'
    TO Kpi-Trend-Report-Line.
PERFORM WRITE-LINE-SECT.
PERFORM VARYING WS-Trend-Idx FROM 1 BY 1 UNTIL WS-Trend-Idx > WS-Trend-Count
    MOVE SPACES TO Kpi-Trend-Report-Line
    MOVE 1 TO WS-Line-Ptr
    STRING WS-Trend-Period(WS-Trend-Idx) DELIMITED BY SIZE
        INTO Kpi-Trend-Report-Line WITH POINTER WS-Line-Ptr
    PERFORM VARYING WS-Kpi-Idx FROM 1 BY 1 UNTIL WS-Kpi-Idx > 6
        MOVE WS-Kpi-Kind(WS-Kpi-Idx) TO WS-Fmt-Kind
        MOVE WS-Trend-Value(WS-Trend-Idx, WS-Kpi-Idx) TO WS-Fmt-Value
        PERFORM FORMAT-VALUE-SECT
        IF WS-Trend-Idx = 1 THEN
            MOVE SPACE TO WS-Arrow
        ELSE
            MOVE WS-Trend-Value(WS-Trend-Idx - 1, WS-Kpi-Idx) TO WS-Compare-Old
            MOVE WS-Trend-Value(WS-Trend-Idx, WS-Kpi-Idx) TO WS-Compare-New
            PERFORM SET-ARROW-SECT
        END-IF
        STRING WS-Fmt-Text DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-Arrow DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            INTO Kpi-Trend-Report-Line WITH POINTER WS-Line-Ptr
    END-PERFORM
    PERFORM WRITE-LINE-SECT
END-PERFORM.

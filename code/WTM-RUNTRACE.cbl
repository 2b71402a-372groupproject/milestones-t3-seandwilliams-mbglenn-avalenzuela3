*> Run trace inquiry. Every budgeting, international and forward-
*> settlement run stamps its run ID (WTM-RUN-ID.cpy) on each record it
*> writes, so when a figure is questioned this inquiry takes the one
*> ID - off the printed report, an extract line, or an acknowledgment
*> exception - and lists everywhere the run left a mark: each data
*> file, the recovery journal, and every catalogued report and
*> extract generation, by file and record number. It then follows
*> the run back to where it came from: the input source and record
*> position carried on its history row, that record in the validated
*> batch input (through the partition map for a partitioned job), the
*> subsidiary feed file the source tag names in
*> WTM-BATCH-SOURCES.DAT, and that feed's receipts in the received-
*> files register up to the run. The trace is printed on the console
*> and written to WTM-RUNTRACE-<run id>.TXT. Return code 4 when the ID
*> is found nowhere.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-RUNTRACE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Trace-File ASSIGN TO WS-Trace-File-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Trace-Status.
    SELECT Catalog-File ASSIGN TO "WTM-REPORT-CATALOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Catalog-Status.
    SELECT Batch-Sources-File ASSIGN TO "WTM-BATCH-SOURCES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Batch-Sources-Status.
    SELECT Received-Feeds-File ASSIGN TO "WTM-RECEIVED-FEEDS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Received-Feeds-Status.
    SELECT Batch-Input-File ASSIGN TO WS-Input-File-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Batch-Input-Status.
    SELECT Partition-Map-File ASSIGN TO WS-Map-File-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Partition-Map-Status.
    SELECT Trace-Report-File ASSIGN TO WS-Trace-Report-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Trace-Report-Status.

DATA DIVISION.
FILE SECTION.
FD  Trace-File.
01 Trace-Record PIC X(600).

FD  Catalog-File.
    COPY "WTM-REPORT-CATALOG-REC.cpy".

FD  Batch-Sources-File.
01 Batch-Source-Record.
    05 Src-Tag       PIC X(8).
    05 Src-File-Name PIC X(40).

FD  Received-Feeds-File.
    COPY "WTM-RECEIVED-FEED-REC.cpy".

FD  Batch-Input-File.
    COPY "WTM-BATCH-INPUT-REC.cpy".

FD  Partition-Map-File.
01 Partition-Map-Record.
    05 Pmap-Input-Seq PIC 9(9).

FD  Trace-Report-File.
01 Trace-Report-Line PIC X(132).

WORKING-STORAGE SECTION.
01 WS-Trace-Status PIC XX.
01 WS-Catalog-Status PIC XX.
01 WS-Batch-Sources-Status PIC XX.
01 WS-Received-Feeds-Status PIC XX.
01 WS-Batch-Input-Status PIC XX.
01 WS-Partition-Map-Status PIC XX.
01 WS-Trace-Report-Status PIC XX.
01 WS-Trace-File-Name PIC X(40).
01 WS-Input-File-Name PIC X(40).
01 WS-Map-File-Name PIC X(40).
01 WS-Trace-Report-Name PIC X(60).
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Trace-Input PIC X(24).
01 WS-Input-Valid PIC X VALUE "N".
    88 Input-Valid VALUE "Y".
    COPY "WTM-RUN-ID.cpy".
*> The history row the run wrote, kept when the scan passes it, for
*> the lineage section.
    COPY "WTM-HISTORY-REC.cpy".
01 WS-History-Found-Flag PIC X VALUE "N".
    88 History-Found VALUE "Y" FALSE "N".
*> The files every run may touch, then each catalogued report and
*> extract generation not already listed.
01 WS-Fixed-File-Names.
    05 FILLER PIC X(40) VALUE 'BUDGET-HISTORY.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-ACCOUNTING-EXPORT.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-ACCT-ACK.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-INCOME-DETAIL.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-SUBCAT-DETAIL.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-DEBT-DETAIL.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-DEFICIT-LEDGER.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-WRITEOFFS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-SAVINGS-SPLIT.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-SAVINGS-GOALS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-APPROVAL-QUEUE.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-KEYED-RUNS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-CHANGE-REQUESTS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-AUDIT-LOG.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-RECOVERY-JOURNAL.DAT'.
01 WS-Fixed-Files REDEFINES WS-Fixed-File-Names.
    05 WS-Fixed-File-Name PIC X(40) OCCURS 15 TIMES.
01 WS-Scan-Table.
    05 WS-Scan-File-Name PIC X(40) OCCURS 300 TIMES.
01 WS-Scan-Count PIC 9(3) VALUE 0.
01 WS-Scan-Idx PIC 9(3).
01 WS-Dup-Idx PIC 9(3).
01 WS-Dup-Found-Flag PIC X VALUE "N".
    88 Dup-Found VALUE "Y" FALSE "N".
01 WS-Record-No PIC 9(7).
01 WS-Hit-Tally PIC 9(4).
01 WS-File-Hits PIC 9(7).
01 WS-Total-Hits PIC 9(7) VALUE 0.
01 WS-Files-Hit PIC 9(3) VALUE 0.
01 WS-Record-No-Disp PIC Z(6)9.
01 WS-Count-Disp PIC Z(8)9.
01 WS-Trace-Line PIC X(132).
*> Lineage.
01 WS-Input-Position PIC 9(9).
01 WS-Read-Count PIC 9(9).
01 WS-Feed-Tag PIC X(8).
01 WS-Feed-File-Name PIC X(40).
01 WS-Run-Stamp-14 PIC 9(14).
01 WS-Receipts-Found PIC 9(5).
01 WS-Last-Load-Stamp PIC 9(14).

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '-------------------------------- WTM RUN TRACE INQUIRY -------------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY 'Enter the run ID (24 characters, as printed on the report; blank to quit):'.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    MOVE SPACES TO WS-Trace-Input
    ACCEPT WS-Trace-Input
    IF WS-Trace-Input = SPACES THEN
        GOBACK
    END-IF
    MOVE FUNCTION UPPER-CASE(WS-Trace-Input) TO WS-Run-ID
    IF ((WS-Run-ID-Source = 'BU') OR (WS-Run-ID-Source = 'IN') OR (WS-Run-ID-Source = 'FS'))
        AND (WS-Run-ID(3:22) IS NUMERIC) THEN
        MOVE "Y" TO WS-Input-Valid
    ELSE
        DISPLAY 'INPUT ERROR: a run ID is BU, IN or FS followed by 22 digits. Please re-enter.'
    END-IF
END-PERFORM.
MOVE SPACES TO WS-Trace-Report-Name.
STRING 'WTM-RUNTRACE-' DELIMITED BY SIZE
    WS-Run-ID DELIMITED BY SIZE
    '.TXT' DELIMITED BY SIZE
    INTO WS-Trace-Report-Name.
OPEN OUTPUT Trace-Report-File.
IF WS-Trace-Report-Status NOT = "00" THEN
    DISPLAY 'TRACE: could not open ', FUNCTION TRIM(WS-Trace-Report-Name), ', file status ',
        WS-Trace-Report-Status, ' - the trace is shown on the console only.'
END-IF.
MOVE SPACES TO WS-Trace-Line.
STRING 'RUN TRACE FOR ' DELIMITED BY SIZE
    WS-Run-ID DELIMITED BY SIZE
    '   TRACED ' DELIMITED BY SIZE
    FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
    INTO WS-Trace-Line.
PERFORM EMIT-LINE-SECT.
PERFORM BUILD-SCAN-LIST-SECT.
MOVE SPACES TO WS-Trace-Line.
PERFORM EMIT-LINE-SECT.
MOVE 'RECORDS CARRYING THE RUN ID:' TO WS-Trace-Line.
PERFORM EMIT-LINE-SECT.
PERFORM VARYING WS-Scan-Idx FROM 1 BY 1 UNTIL WS-Scan-Idx > WS-Scan-Count
    PERFORM SCAN-ONE-FILE-SECT
END-PERFORM.
IF WS-Total-Hits = 0 THEN
    MOVE '  (the run ID is on no file - check it against the report or extract it was taken from)'
        TO WS-Trace-Line
    PERFORM EMIT-LINE-SECT
END-IF.
MOVE SPACES TO WS-Trace-Line.
PERFORM EMIT-LINE-SECT.
MOVE 'WHERE THE RUN CAME FROM:' TO WS-Trace-Line.
PERFORM EMIT-LINE-SECT.
PERFORM SHOW-LINEAGE-SECT.
MOVE SPACES TO WS-Trace-Line.
PERFORM EMIT-LINE-SECT.
MOVE WS-Total-Hits TO WS-Count-Disp.
MOVE SPACES TO WS-Trace-Line.
STRING 'TOTAL RECORDS ' DELIMITED BY SIZE
    WS-Count-Disp DELIMITED BY SIZE
    '   FILES ' DELIMITED BY SIZE
    WS-Files-Hit DELIMITED BY SIZE
    INTO WS-Trace-Line.
PERFORM EMIT-LINE-SECT.
IF WS-Trace-Report-Status = "00" THEN
    CLOSE Trace-Report-File
    DISPLAY 'Trace written to ', FUNCTION TRIM(WS-Trace-Report-Name), '.'
END-IF.
DISPLAY '--------------------------------------------------------------------------------------------------'.
IF WS-Total-Hits = 0 THEN
    MOVE 4 TO RETURN-CODE
END-IF.
GOBACK.

EMIT-LINE-SECT.
*> One trace line to the console and, when it opened, the report.
DISPLAY FUNCTION TRIM(WS-Trace-Line TRAILING).
IF WS-Trace-Report-Status = "00" THEN
    MOVE WS-Trace-Line TO Trace-Report-Line
    WRITE Trace-Report-Line
END-IF.

BUILD-SCAN-LIST-SECT.
MOVE 0 TO WS-Scan-Count.
PERFORM VARYING WS-Dup-Idx FROM 1 BY 1 UNTIL WS-Dup-Idx > 15
    ADD 1 TO WS-Scan-Count
    MOVE WS-Fixed-File-Name(WS-Dup-Idx) TO WS-Scan-File-Name(WS-Scan-Count)
END-PERFORM.
OPEN INPUT Catalog-File.
IF WS-Catalog-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Catalog-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Gen-File-Name NOT = SPACES THEN
                PERFORM ADD-CATALOG-FILE-SECT
            END-IF
    END-READ
END-PERFORM.
CLOSE Catalog-File.

ADD-CATALOG-FILE-SECT.
SET Dup-Found TO FALSE.
PERFORM VARYING WS-Dup-Idx FROM 1 BY 1 UNTIL WS-Dup-Idx > WS-Scan-Count
    IF WS-Scan-File-Name(WS-Dup-Idx) = Gen-File-Name THEN
        SET Dup-Found TO TRUE
    END-IF
END-PERFORM.
IF Dup-Found THEN
    EXIT PARAGRAPH
END-IF.
IF WS-Scan-Count < 300 THEN
    ADD 1 TO WS-Scan-Count
    MOVE Gen-File-Name TO WS-Scan-File-Name(WS-Scan-Count)
ELSE
    DISPLAY 'TRACE WARNING: more than 300 files to scan - ', FUNCTION TRIM(Gen-File-Name), ' skipped.'
END-IF.

SCAN-ONE-FILE-SECT.
MOVE WS-Scan-File-Name(WS-Scan-Idx) TO WS-Trace-File-Name.
OPEN INPUT Trace-File.
IF WS-Trace-Status NOT = "00" THEN
    IF WS-Trace-Status NOT = "35" THEN
        MOVE SPACES TO WS-Trace-Line
        STRING '  ' DELIMITED BY SIZE
            WS-Trace-File-Name DELIMITED BY SPACE
            ' (could not open, file status ' DELIMITED BY SIZE
            WS-Trace-Status DELIMITED BY SIZE
            ')' DELIMITED BY SIZE
            INTO WS-Trace-Line
        PERFORM EMIT-LINE-SECT
    END-IF
    EXIT PARAGRAPH
END-IF.
MOVE 0 TO WS-Record-No.
MOVE 0 TO WS-File-Hits.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    MOVE SPACES TO Trace-Record
    READ Trace-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-Record-No
            MOVE 0 TO WS-Hit-Tally
            INSPECT Trace-Record TALLYING WS-Hit-Tally FOR ALL WS-Run-ID
            IF WS-Hit-Tally > 0 THEN
                PERFORM REPORT-HIT-SECT
            END-IF
    END-READ
END-PERFORM.
CLOSE Trace-File.
IF WS-File-Hits > 0 THEN
    ADD 1 TO WS-Files-Hit
END-IF.

REPORT-HIT-SECT.
IF WS-File-Hits = 0 THEN
    MOVE SPACES TO WS-Trace-Line
    STRING '  ' DELIMITED BY SIZE
        WS-Trace-File-Name DELIMITED BY SPACE
        INTO WS-Trace-Line
    PERFORM EMIT-LINE-SECT
END-IF.
ADD 1 TO WS-File-Hits.
ADD 1 TO WS-Total-Hits.
MOVE WS-Record-No TO WS-Record-No-Disp.
MOVE SPACES TO WS-Trace-Line.
STRING '    record ' DELIMITED BY SIZE
    WS-Record-No-Disp DELIMITED BY SIZE
    ': ' DELIMITED BY SIZE
    Trace-Record(1:100) DELIMITED BY SIZE
    INTO WS-Trace-Line.
PERFORM EMIT-LINE-SECT.
IF WS-Trace-File-Name = 'BUDGET-HISTORY.DAT' THEN
    MOVE Trace-Record TO Budget-History-Record
    SET History-Found TO TRUE
END-IF.

SHOW-LINEAGE-SECT.
IF WS-Run-ID-Source NOT = 'BU' THEN
    MOVE '  International and forward-settlement runs are keyed at the console - no batch input behind them.'
        TO WS-Trace-Line
    PERFORM EMIT-LINE-SECT
    EXIT PARAGRAPH
END-IF.
IF NOT History-Found THEN
    MOVE '  No history row carries this run ID, so its input source is not known.' TO WS-Trace-Line
    PERFORM EMIT-LINE-SECT
    EXIT PARAGRAPH
END-IF.
MOVE Hist-Input-Seq TO WS-Record-No-Disp.
MOVE SPACES TO WS-Trace-Line.
STRING '  EMPLOYEE ' DELIMITED BY SIZE
    Hist-Employee-ID DELIMITED BY SIZE
    '   PERIOD ' DELIMITED BY SIZE
    Hist-Period DELIMITED BY SIZE
    '   INPUT ' DELIMITED BY SIZE
    Hist-Source-Tag DELIMITED BY SIZE
    '   RECORD ' DELIMITED BY SIZE
    WS-Record-No-Disp DELIMITED BY SIZE
    INTO WS-Trace-Line.
PERFORM EMIT-LINE-SECT.
EVALUATE TRUE
    WHEN Hist-Source-Tag = 'CONSOLE ' OR Hist-Source-Tag = SPACES
        MOVE '  Keyed at the console - no input file behind it.' TO WS-Trace-Line
        PERFORM EMIT-LINE-SECT
        EXIT PARAGRAPH
    WHEN Hist-Source-Tag = 'PARM    '
        MOVE '  Run from command-line parameters - no input file behind it.' TO WS-Trace-Line
        PERFORM EMIT-LINE-SECT
        EXIT PARAGRAPH
    WHEN OTHER
        CONTINUE
END-EVALUATE.
PERFORM SHOW-INPUT-RECORD-SECT.
PERFORM SHOW-FEED-SECT.

SHOW-INPUT-RECORD-SECT.
*> A partition job numbers its records within its own -Pnn input;
*> the partition map turns that into the position in the whole
*> validated input, which is what the pre-edit wrote.
MOVE 'BUDGET-BATCH-VALIDATED.DAT' TO WS-Input-File-Name.
MOVE Hist-Input-Seq TO WS-Input-Position.
IF WS-Run-ID-Stream > 0 THEN
    MOVE SPACES TO WS-Map-File-Name
    STRING 'BUDGET-BATCH-PARTMAP-P' DELIMITED BY SIZE
        WS-Run-ID-Stream DELIMITED BY SIZE
        '.DAT' DELIMITED BY SIZE
        INTO WS-Map-File-Name
    MOVE 0 TO WS-Input-Position
    OPEN INPUT Partition-Map-File
    IF WS-Partition-Map-Status = "00" THEN
        MOVE 0 TO WS-Read-Count
        MOVE "N" TO WS-File-EOF-Flag
        PERFORM UNTIL File-EOF OR (WS-Read-Count = Hist-Input-Seq)
            READ Partition-Map-File
                AT END SET File-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-Read-Count
                    IF WS-Read-Count = Hist-Input-Seq THEN
                        MOVE Pmap-Input-Seq TO WS-Input-Position
                    END-IF
            END-READ
        END-PERFORM
        CLOSE Partition-Map-File
    END-IF
    IF WS-Input-Position = 0 THEN
        MOVE SPACES TO WS-Input-File-Name
        STRING 'BUDGET-BATCH-VALIDATED-P' DELIMITED BY SIZE
            WS-Run-ID-Stream DELIMITED BY SIZE
            '.DAT' DELIMITED BY SIZE
            INTO WS-Input-File-Name
        MOVE Hist-Input-Seq TO WS-Input-Position
    END-IF
END-IF.
MOVE WS-Input-Position TO WS-Count-Disp.
MOVE SPACES TO WS-Trace-Line.
STRING '  VALIDATED INPUT ' DELIMITED BY SIZE
    WS-Input-File-Name DELIMITED BY SPACE
    ' RECORD ' DELIMITED BY SIZE
    WS-Count-Disp DELIMITED BY SIZE
    INTO WS-Trace-Line.
PERFORM EMIT-LINE-SECT.
OPEN INPUT Batch-Input-File.
IF WS-Batch-Input-Status NOT = "00" THEN
    MOVE '    (the input file is no longer on disk)' TO WS-Trace-Line
    PERFORM EMIT-LINE-SECT
    EXIT PARAGRAPH
END-IF.
MOVE 0 TO WS-Read-Count.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF OR (WS-Read-Count = WS-Input-Position)
    READ Batch-Input-File
        AT END SET File-EOF TO TRUE
        NOT AT END ADD 1 TO WS-Read-Count
    END-READ
END-PERFORM.
CLOSE Batch-Input-File.
IF (WS-Read-Count = WS-Input-Position) AND (Batch-Employee-ID = Hist-Employee-ID) THEN
    MOVE SPACES TO WS-Trace-Line
    STRING '    ' DELIMITED BY SIZE
        Batch-Input-Record DELIMITED BY SIZE
        INTO WS-Trace-Line
    PERFORM EMIT-LINE-SECT
ELSE
    MOVE '    (that position no longer holds this employee - the input has been replaced since the run)'
        TO WS-Trace-Line
    PERFORM EMIT-LINE-SECT
END-IF.

SHOW-FEED-SECT.
*> The source tag names the subsidiary feed the pre-edit read; LOCAL
*> is the single-file fallback.
MOVE Hist-Source-Tag TO WS-Feed-Tag.
MOVE SPACES TO WS-Feed-File-Name.
IF WS-Feed-Tag = 'LOCAL   ' THEN
    MOVE 'BUDGET-BATCH-INPUT.DAT' TO WS-Feed-File-Name
ELSE
    OPEN INPUT Batch-Sources-File
    IF WS-Batch-Sources-Status = "00" THEN
        MOVE "N" TO WS-File-EOF-Flag
        PERFORM UNTIL File-EOF
            READ Batch-Sources-File
                AT END SET File-EOF TO TRUE
                NOT AT END
                    IF Src-Tag = WS-Feed-Tag THEN
                        MOVE Src-File-Name TO WS-Feed-File-Name
                    END-IF
            END-READ
        END-PERFORM
        CLOSE Batch-Sources-File
    END-IF
END-IF.
IF WS-Feed-File-Name = SPACES THEN
    MOVE SPACES TO WS-Trace-Line
    STRING '  SOURCE FEED ' DELIMITED BY SIZE
        WS-Feed-Tag DELIMITED BY SPACE
        ' - not listed in WTM-BATCH-SOURCES.DAT any longer' DELIMITED BY SIZE
        INTO WS-Trace-Line
    PERFORM EMIT-LINE-SECT
    EXIT PARAGRAPH
END-IF.
MOVE SPACES TO WS-Trace-Line.
STRING '  SOURCE FEED ' DELIMITED BY SIZE
    WS-Feed-Tag DELIMITED BY SPACE
    '  FILE ' DELIMITED BY SIZE
    WS-Feed-File-Name DELIMITED BY SPACE
    INTO WS-Trace-Line.
PERFORM EMIT-LINE-SECT.
MOVE WS-Run-ID-Stamp(1:14) TO WS-Run-Stamp-14.
MOVE 0 TO WS-Receipts-Found.
MOVE 0 TO WS-Last-Load-Stamp.
OPEN INPUT Received-Feeds-File.
IF WS-Received-Feeds-Status = "00" THEN
    MOVE "N" TO WS-File-EOF-Flag
    PERFORM UNTIL File-EOF
        READ Received-Feeds-File
            AT END SET File-EOF TO TRUE
            NOT AT END
                IF (Rcv-Feed-Name = WS-Feed-File-Name) AND (Rcv-Stamp <= WS-Run-Stamp-14) THEN
                    PERFORM REPORT-RECEIPT-SECT
                END-IF
        END-READ
    END-PERFORM
    CLOSE Received-Feeds-File
END-IF.
IF WS-Receipts-Found = 0 THEN
    MOVE '    (no receipt of this feed registered before the run)' TO WS-Trace-Line
    PERFORM EMIT-LINE-SECT
ELSE
    IF WS-Last-Load-Stamp > 0 THEN
        MOVE SPACES TO WS-Trace-Line
        STRING '    the run read the receipt loaded ' DELIMITED BY SIZE
            WS-Last-Load-Stamp DELIMITED BY SIZE
            INTO WS-Trace-Line
        PERFORM EMIT-LINE-SECT
    END-IF
END-IF.

REPORT-RECEIPT-SECT.
ADD 1 TO WS-Receipts-Found.
IF Rcv-Loaded THEN
    MOVE Rcv-Stamp TO WS-Last-Load-Stamp
END-IF.
MOVE Rcv-Record-Count TO WS-Count-Disp.
MOVE SPACES TO WS-Trace-Line.
STRING '    received ' DELIMITED BY SIZE
    Rcv-Stamp DELIMITED BY SIZE
    ' by ' DELIMITED BY SIZE
    Rcv-Operator-ID DELIMITED BY SIZE
    ' records ' DELIMITED BY SIZE
    WS-Count-Disp DELIMITED BY SIZE
    ' hash ' DELIMITED BY SIZE
    Rcv-Amount-Hash DELIMITED BY SIZE
    ' status ' DELIMITED BY SIZE
    Rcv-Status DELIMITED BY SIZE
    INTO WS-Trace-Line.
PERFORM EMIT-LINE-SECT.

*> Partitioned batch split. One batch job budgeting all of
*> BUDGET-BATCH-VALIDATED.DAT a record at a time now runs up against
*> the cutoff, so the night can instead divide the validated input by
*> Employee-ID range into the number of partitions named in
*> WTM-BATCH-PARTITIONS.DAT (one two-digit count, 1-20; no file means
*> 4). Each partition gets:
*>   BUDGET-BATCH-VALIDATED-Pnn.DAT  its records, in input order
*>   BUDGET-BATCH-PARTMAP-Pnn.DAT    each record's position in the
*>                                   whole input, for the merge
*>   empty -Pnn copies of every file the partition job writes
*>                                   (WTM-PARTITION-FILES.cpy)
*> and BUDGET-BATCH-PARTCTL.DAT lists the partitions, their ranges and
*> record counts. Every partition then runs as its own job -
*> WHERES_THE_MONEY nn - side by side with the others, each with its
*> own checkpoint, and WTM-PARTMERGE folds the results into the live
*> files exactly as one run would have written them. An employee's
*> records always fall in one partition, so the per-employee state
*> (deficit ledger, prior history) each record sees is the same as in
*> a single run.
*> Refused while an earlier split is still unmerged, or while a single
*> batch run is part-way through (its checkpoint is not zero).
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-PARTSPLIT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Partition-Count-File ASSIGN TO "WTM-BATCH-PARTITIONS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Partition-Count-Status.
    SELECT Batch-Input-File ASSIGN TO "BUDGET-BATCH-VALIDATED.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Batch-Input-Status.
    SELECT Batch-Checkpoint-File ASSIGN TO "BUDGET-BATCH-CHECKPOINT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Batch-Checkpoint-Status.
    SELECT Partition-Ctl-File ASSIGN TO "BUDGET-BATCH-PARTCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Partition-Ctl-Status.
    SELECT Partition-Input-File ASSIGN TO WS-Part-Input-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Partition-Input-Status.
    SELECT Partition-Map-File ASSIGN TO WS-Part-Map-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Partition-Map-Status.
    SELECT Partition-Empty-File ASSIGN TO WS-Part-Name-Work
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Partition-Empty-Status.
    SELECT Run-Control-File ASSIGN TO "WTM-RUN-CONTROL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Run-Control-Status.

DATA DIVISION.
FILE SECTION.
FD  Partition-Count-File.
01 Partition-Count-Record.
    05 Pcnt-Partitions PIC 9(2).

FD  Batch-Input-File.
    COPY "WTM-BATCH-INPUT-REC.cpy".

FD  Batch-Checkpoint-File.
01 Checkpoint-Record PIC 9(7).

FD  Partition-Ctl-File.
    COPY "WTM-PARTITION-CTL-REC.cpy".

FD  Partition-Input-File.
01 Partition-Input-Record PIC X(100).

FD  Partition-Map-File.
01 Partition-Map-Record.
    05 Pmap-Input-Seq PIC 9(9).

FD  Partition-Empty-File.
01 Partition-Empty-Record PIC X(80).

FD  Run-Control-File.
    COPY "WTM-RUN-CONTROL-REC.cpy".

WORKING-STORAGE SECTION.
01 WS-Partition-Count-Status PIC XX.
01 WS-Batch-Input-Status PIC XX.
01 WS-Batch-Checkpoint-Status PIC XX.
01 WS-Partition-Ctl-Status PIC XX.
01 WS-Partition-Input-Status PIC XX.
01 WS-Partition-Map-Status PIC XX.
01 WS-Partition-Empty-Status PIC XX.
01 WS-Run-Control-Status PIC XX.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Refused-Flag PIC X VALUE "N".
    88 Split-Refused VALUE "Y" FALSE "N".
01 WS-Partitions PIC 9(2) VALUE 4.
01 WS-Partition-Number PIC 9(2).
01 WS-Input-Count PIC 9(9) VALUE 0.
01 WS-Input-Seq PIC 9(9).
01 WS-Low-Employee PIC 9(6) VALUE 999999.
01 WS-High-Employee PIC 9(6) VALUE 0.
01 WS-Range-Width PIC 9(6).
01 WS-Range-Table.
    05 WS-Range-Entry OCCURS 20 TIMES.
       10 WS-Range-Low   PIC 9(6).
       10 WS-Range-High  PIC 9(6).
       10 WS-Range-Count PIC 9(7).
01 WS-File-Idx PIC 9(2).
01 WS-Part-Name-Work PIC X(40).
01 WS-Part-Base-Work PIC X(40).
01 WS-Part-Input-Name PIC X(40).
01 WS-Part-Map-Name PIC X(40).
01 WS-Split-Stamp PIC 9(14).
01 WS-Run-Control-End-Status PIC X(8).
01 WS-Lock-Action PIC X.
01 WS-Lock-Result PIC X.
01 WS-Lock-Held-Flag PIC X VALUE "N".
    88 Writer-Lock-Held VALUE "Y" FALSE "N".
01 WS-Lock-Operator PIC X(8).
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-PARTITION-FILES.cpy".
    COPY "WTM-JOURNAL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '---------------------------- WTM PARTITIONED BATCH SPLIT ----------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
PERFORM LOAD-PARTITION-COUNT-SECT.
PERFORM ACQUIRE-WRITER-LOCK-SECT.
PERFORM CHECK-NOTHING-PENDING-SECT.
IF Split-Refused THEN
    PERFORM RELEASE-WRITER-LOCK-SECT
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM SCAN-INPUT-SECT.
IF Split-Refused THEN
    PERFORM RELEASE-WRITER-LOCK-SECT
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
IF WS-Input-Count = 0 THEN
    DISPLAY 'SPLIT: BUDGET-BATCH-VALIDATED.DAT has no records - nothing to split.'
    PERFORM RELEASE-WRITER-LOCK-SECT
    MOVE 4 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM COMPUTE-RANGES-SECT.
MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Split-Stamp.
PERFORM VARYING WS-Partition-Number FROM 1 BY 1 UNTIL WS-Partition-Number > WS-Partitions
    PERFORM WRITE-ONE-PARTITION-SECT
END-PERFORM.
PERFORM WRITE-PARTITION-CTL-SECT.
MOVE 'NORMAL  ' TO WS-Run-Control-End-Status.
PERFORM WRITE-RUN-CONTROL-SECT.
PERFORM RELEASE-WRITER-LOCK-SECT.
DISPLAY 'PARTITION  EMPLOYEE IDS        RECORDS'.
PERFORM VARYING WS-Partition-Number FROM 1 BY 1 UNTIL WS-Partition-Number > WS-Partitions
    DISPLAY '   ', WS-Partition-Number, '      ', WS-Range-Low(WS-Partition-Number), '-',
        WS-Range-High(WS-Partition-Number), '   ', WS-Range-Count(WS-Partition-Number)
END-PERFORM.
DISPLAY WS-Input-Count, ' record(s) split into ', WS-Partitions, ' partition(s).'.
DISPLAY 'Run WHERES_THE_MONEY nn for each partition (they may run at the same time), then WTM-PARTMERGE.'.
GOBACK.

LOAD-PARTITION-COUNT-SECT.
OPEN INPUT Partition-Count-File.
IF WS-Partition-Count-Status = "00" THEN
    READ Partition-Count-File
        AT END CONTINUE
        NOT AT END
            IF (Pcnt-Partitions IS NUMERIC) AND (Pcnt-Partitions >= 1) AND (Pcnt-Partitions <= 20) THEN
                MOVE Pcnt-Partitions TO WS-Partitions
            ELSE
                DISPLAY 'WARNING: WTM-BATCH-PARTITIONS.DAT does not hold a count of 1-20 - using ', WS-Partitions, '.'
            END-IF
    END-READ
    CLOSE Partition-Count-File
ELSE
    DISPLAY 'No WTM-BATCH-PARTITIONS.DAT - splitting into ', WS-Partitions, ' partitions.'
END-IF.

CHECK-NOTHING-PENDING-SECT.
*> An unmerged split still has partition outputs waiting, and a
*> single run part-way through has already budgeted the records
*> before its checkpoint - splitting over either would budget them
*> twice.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Partition-Ctl-File.
IF WS-Partition-Ctl-Status = "00" THEN
    PERFORM UNTIL File-EOF
        READ Partition-Ctl-File
            AT END SET File-EOF TO TRUE
            NOT AT END
                IF Pctl-Split AND NOT Split-Refused THEN
                    SET Split-Refused TO TRUE
                    DISPLAY 'SPLIT REFUSED: the split of ', Pctl-Split-Stamp, ' has not been merged.'
                    DISPLAY 'Finish its partition jobs and run WTM-PARTMERGE first.'
                END-IF
        END-READ
    END-PERFORM
    CLOSE Partition-Ctl-File
END-IF.
OPEN INPUT Batch-Checkpoint-File.
IF WS-Batch-Checkpoint-Status = "00" THEN
    READ Batch-Checkpoint-File
        AT END CONTINUE
        NOT AT END
            IF (Checkpoint-Record IS NUMERIC) AND (Checkpoint-Record > 0) THEN
                SET Split-Refused TO TRUE
                DISPLAY 'SPLIT REFUSED: a single batch run stopped at record ', Checkpoint-Record,
                    ' and has not finished - let it resume to the end first.'
            END-IF
    END-READ
    CLOSE Batch-Checkpoint-File
END-IF.

SCAN-INPUT-SECT.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Batch-Input-File.
IF WS-Batch-Input-Status NOT = "00" THEN
    DISPLAY 'SPLIT ERROR: could not open BUDGET-BATCH-VALIDATED.DAT, file status ', WS-Batch-Input-Status
    DISPLAY 'Run WTM-BATCH-EDIT against BUDGET-BATCH-INPUT.DAT to produce the validated file first.'
    SET Split-Refused TO TRUE
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Batch-Input-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-Input-Count
            IF Batch-Employee-ID < WS-Low-Employee THEN
                MOVE Batch-Employee-ID TO WS-Low-Employee
            END-IF
            IF Batch-Employee-ID > WS-High-Employee THEN
                MOVE Batch-Employee-ID TO WS-High-Employee
            END-IF
    END-READ
END-PERFORM.
CLOSE Batch-Input-File.

COMPUTE-RANGES-SECT.
*> Equal slices of the ID span the input actually covers; the last
*> partition takes whatever the rounding leaves at the top.
COMPUTE WS-Range-Width = (WS-High-Employee - WS-Low-Employee + WS-Partitions) / WS-Partitions.
IF WS-Range-Width = 0 THEN
    MOVE 1 TO WS-Range-Width
END-IF.
PERFORM VARYING WS-Partition-Number FROM 1 BY 1 UNTIL WS-Partition-Number > WS-Partitions
    COMPUTE WS-Range-Low(WS-Partition-Number) = WS-Low-Employee + ((WS-Partition-Number - 1) * WS-Range-Width)
        ON SIZE ERROR MOVE 999999 TO WS-Range-Low(WS-Partition-Number)
    END-COMPUTE
    COMPUTE WS-Range-High(WS-Partition-Number) = WS-Range-Low(WS-Partition-Number) + WS-Range-Width - 1
        ON SIZE ERROR MOVE 999999 TO WS-Range-High(WS-Partition-Number)
    END-COMPUTE
    MOVE 0 TO WS-Range-Count(WS-Partition-Number)
END-PERFORM.
MOVE 999999 TO WS-Range-High(WS-Partitions).

WRITE-ONE-PARTITION-SECT.
MOVE WTM-Partition-Base-Name(13) TO WS-Part-Name-Work.
PERFORM SUFFIX-PARTITION-NAME-SECT.
MOVE WS-Part-Name-Work TO WS-Part-Input-Name.
MOVE WTM-Partition-Base-Name(14) TO WS-Part-Name-Work.
PERFORM SUFFIX-PARTITION-NAME-SECT.
MOVE WS-Part-Name-Work TO WS-Part-Map-Name.
OPEN OUTPUT Partition-Input-File.
OPEN OUTPUT Partition-Map-File.
MOVE 0 TO WS-Input-Seq.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Batch-Input-File.
PERFORM UNTIL File-EOF
    READ Batch-Input-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-Input-Seq
            IF (Batch-Employee-ID >= WS-Range-Low(WS-Partition-Number))
                AND (Batch-Employee-ID <= WS-Range-High(WS-Partition-Number)) THEN
                WRITE Partition-Input-Record FROM Batch-Input-Record
                MOVE WS-Input-Seq TO Pmap-Input-Seq
                WRITE Partition-Map-Record
                ADD 1 TO WS-Range-Count(WS-Partition-Number)
            END-IF
    END-READ
END-PERFORM.
CLOSE Batch-Input-File.
CLOSE Partition-Input-File.
CLOSE Partition-Map-File.
*> Start every partition output empty, so nothing left from an
*> earlier night can reach the merge.
PERFORM VARYING WS-File-Idx FROM 1 BY 1 UNTIL WS-File-Idx > 12
    MOVE WTM-Partition-Base-Name(WS-File-Idx) TO WS-Part-Name-Work
    PERFORM SUFFIX-PARTITION-NAME-SECT
    OPEN OUTPUT Partition-Empty-File
    IF WS-Partition-Empty-Status = "00" THEN
        CLOSE Partition-Empty-File
    ELSE
        DISPLAY 'WARNING: could not empty ', FUNCTION TRIM(WS-Part-Name-Work), ', file status ', WS-Partition-Empty-Status
    END-IF
END-PERFORM.

SUFFIX-PARTITION-NAME-SECT.
*> BUDGET-HISTORY.DAT -> BUDGET-HISTORY-P03.DAT (WTM-PARTITION-FILES.cpy).
MOVE WS-Part-Name-Work TO WS-Part-Base-Work.
MOVE SPACES TO WS-Part-Name-Work.
STRING WS-Part-Base-Work DELIMITED BY '.DAT'
    '-P' DELIMITED BY SIZE
    WS-Partition-Number DELIMITED BY SIZE
    '.DAT' DELIMITED BY SIZE
    INTO WS-Part-Name-Work.

WRITE-PARTITION-CTL-SECT.
OPEN OUTPUT Partition-Ctl-File.
IF WS-Partition-Ctl-Status NOT = "00" THEN
    DISPLAY 'SPLIT ERROR: could not write BUDGET-BATCH-PARTCTL.DAT, file status ', WS-Partition-Ctl-Status
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING WS-Partition-Number FROM 1 BY 1 UNTIL WS-Partition-Number > WS-Partitions
    MOVE WS-Partition-Number TO Pctl-Partition
    MOVE WS-Range-Low(WS-Partition-Number) TO Pctl-Low-ID
    MOVE WS-Range-High(WS-Partition-Number) TO Pctl-High-ID
    MOVE WS-Range-Count(WS-Partition-Number) TO Pctl-Record-Count
    SET Pctl-Split TO TRUE
    MOVE WS-Split-Stamp TO Pctl-Split-Stamp
    MOVE WS-Lock-Operator TO Pctl-Operator-ID
    WRITE Partition-Ctl-Record
END-PERFORM.
CLOSE Partition-Ctl-File.

ACQUIRE-WRITER-LOCK-SECT.
*> The split reads the validated input and resets the partition
*> files, so it takes the single-writer interlock like the batch run.
MOVE "A" TO WS-Lock-Action.
IF WTM-Operator-ID = SPACES THEN
    MOVE 'UNKNOWN ' TO WS-Lock-Operator
ELSE
    MOVE WTM-Operator-ID TO WS-Lock-Operator
END-IF.
CALL 'WTM-WRITER-LOCK' USING WS-Lock-Action, WS-Lock-Operator, WS-Lock-Result.
IF WS-Lock-Result = "G" THEN
    SET Writer-Lock-Held TO TRUE
ELSE
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.

RELEASE-WRITER-LOCK-SECT.
IF Writer-Lock-Held THEN
    MOVE "R" TO WS-Lock-Action
    CALL 'WTM-WRITER-LOCK' USING WS-Lock-Action, WS-Lock-Operator, WS-Lock-Result
    SET Writer-Lock-Held TO FALSE
END-IF.

WRITE-RUN-CONTROL-SECT.
OPEN EXTEND Run-Control-File.
IF WS-Run-Control-Status = "35" THEN
    OPEN OUTPUT Run-Control-File
END-IF.
IF WS-Run-Control-Status = "00" THEN
    MOVE 'WTM-PARTSPLIT       ' TO Run-Program-Name
    MOVE FUNCTION CURRENT-DATE(1:8) TO Run-Stamp-Date
    MOVE FUNCTION CURRENT-DATE(9:8) TO Run-Stamp-Time
    MOVE WS-Input-Count TO Run-Input-Count
    MOVE WS-Input-Count TO Run-Processed-Count
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

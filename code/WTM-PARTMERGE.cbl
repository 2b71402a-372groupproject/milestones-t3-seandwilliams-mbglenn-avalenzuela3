*> Partitioned batch merge. Once every partition job named in
*> BUDGET-BATCH-PARTCTL.DAT (see WTM-PARTSPLIT) has ended NORMAL, this
*> folds the partitions' outputs into the live files so they read
*> exactly as one batch run over the whole input would have left them:
*>   - every partition is checked before anything is written - its
*>     last run-control row is NORMAL, its log accounts for each of
*>     its input records in order, and each output file holds exactly
*>     the rows the log says were written; any gap refuses the merge
*>     and the live files stay untouched
*>   - the rows of each per-record output are sorted back into the
*>     original input order through the partition maps and appended to
*>     the live file, journaled the way the batch run journals them
*>   - history rows are mirrored into BUDGET-HISTORY-KEYED.DAT, and
*>     the per-company accounting extracts are sealed once from the
*>     merged export rows still pending, as the batch run seals them
*>   - the partitions' report catalog rows join the live catalog, a
*>     STARTED/NORMAL pair for WHERES_THE_MONEY goes on the run
*>     control with the summed counts, and the split is marked merged
*> Each partition's printed budget report stays its own generation.
*> The population totals side file is not touched - run WTM-POPBUILD
*> afterwards, as after any bulk change to history.
*> Return code 8 when any partition rejected records, as the batch run
*> gives; 12 when the merge is refused.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-PARTMERGE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Partition-Ctl-File ASSIGN TO "BUDGET-BATCH-PARTCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Partition-Ctl-Status.
    SELECT Part-Run-Control-File ASSIGN TO WS-Part-Run-Control-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Part-Run-Control-Status.
    SELECT Part-Log-File ASSIGN TO WS-Part-Log-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Part-Log-Status.
    SELECT Part-Map-File ASSIGN TO WS-Part-Map-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Part-Map-Status.
    SELECT Part-Data-File ASSIGN TO WS-Part-Data-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Part-Data-Status.
    SELECT Part-Catalog-File ASSIGN TO WS-Part-Catalog-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Part-Catalog-Status.
    SELECT Live-Data-File ASSIGN TO WS-Live-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Live-Status.
    SELECT Report-Catalog-File ASSIGN TO "WTM-REPORT-CATALOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Report-Catalog-Status.
    SELECT Run-Control-File ASSIGN TO "WTM-RUN-CONTROL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Run-Control-Status.
    SELECT Acct-Extract-File ASSIGN TO WS-Acct-Extract-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Acct-Extract-Status.
    SELECT History-Keyed-File ASSIGN TO "BUDGET-HISTORY-KEYED.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Keyed-Hist-Key
        FILE STATUS IS WS-History-Keyed-Status.
    SELECT Merge-Sort-File ASSIGN TO "WTM-PARTMERGE-SORT.TMP".

DATA DIVISION.
FILE SECTION.
FD  Partition-Ctl-File.
    COPY "WTM-PARTITION-CTL-REC.cpy".

FD  Part-Run-Control-File.
    COPY "WTM-RUN-CONTROL-REC.cpy".

FD  Part-Log-File.
    COPY "WTM-PARTITION-LOG-REC.cpy".

FD  Part-Map-File.
01 Partition-Map-Record.
    05 Pmap-Input-Seq PIC 9(9).

FD  Part-Data-File.
01 Part-Data-Record PIC X(512).

FD  Part-Catalog-File.
01 Part-Catalog-Record PIC X(63).

FD  Live-Data-File.
01 Live-Data-Record PIC X(512).

FD  Report-Catalog-File.
    COPY "WTM-REPORT-CATALOG-REC.cpy".

FD  Run-Control-File.
01 Live-Run-Control-Record PIC X(65).

FD  Acct-Extract-File.
01 Acct-Extract-Line PIC X(189).

FD  History-Keyed-File.
    COPY "WTM-HISTORY-KEYED-REC.cpy".

SD  Merge-Sort-File.
01 Merge-Sort-Record.
    05 Msr-File-No    PIC 9(2).
    05 Msr-Input-Seq  PIC 9(9).
    05 Msr-Row-Seq    PIC 9(9).
    05 Msr-Row        PIC X(512).

WORKING-STORAGE SECTION.
01 WS-Partition-Ctl-Status PIC XX.
01 WS-Part-Run-Control-Status PIC XX.
01 WS-Part-Log-Status PIC XX.
01 WS-Part-Map-Status PIC XX.
01 WS-Part-Data-Status PIC XX.
01 WS-Part-Catalog-Status PIC XX.
01 WS-Live-Status PIC XX.
01 WS-Report-Catalog-Status PIC XX.
01 WS-Run-Control-Status PIC XX.
01 WS-Acct-Extract-Status PIC XX.
01 WS-History-Keyed-Status PIC XX.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Log-EOF-Flag PIC X VALUE "N".
    88 Log-EOF VALUE "Y" FALSE "N".
01 WS-Sort-EOF-Flag PIC X VALUE "N".
    88 Sort-EOF VALUE "Y" FALSE "N".
01 WS-Refused-Flag PIC X VALUE "N".
    88 Merge-Refused VALUE "Y" FALSE "N".
01 WS-Append-Failed-Flag PIC X VALUE "N".
    88 Append-Failed VALUE "Y" FALSE "N".
01 WS-Live-Open-Flag PIC X VALUE "N".
    88 Live-File-Open VALUE "Y" FALSE "N".
01 WS-Keyed-Open-Flag PIC X VALUE "N".
    88 History-Keyed-Open VALUE "Y" FALSE "N".
01 WS-Keyed-Write-Done-Flag PIC X VALUE "N".
    88 Keyed-Write-Done VALUE "Y" FALSE "N".
01 WS-Keyed-Dup-Retries PIC 9(4).
01 WS-Partition-Count PIC 9(2) VALUE 0.
01 WS-Partition-Number PIC 9(2).
01 WS-Part-Idx PIC 9(2).
01 WS-File-Idx PIC 9(2).
01 WS-Merge-Part-Table.
    05 WS-Mp-Entry OCCURS 20 TIMES.
       10 WS-Mp-Ctl-Image   PIC X(44).
       10 WS-Mp-Records     PIC 9(7).
       10 WS-Mp-Processed   PIC 9(7).
       10 WS-Mp-Rejected    PIC 9(7).
       10 WS-Mp-Row-Total   PIC 9(9) OCCURS 8 TIMES.
01 WS-Merged-Rows-Table.
    05 WS-Merged-Rows PIC 9(9) OCCURS 8 TIMES.
01 WS-Row-Count PIC 9(9).
01 WS-Row-Seq PIC 9(9).
01 WS-Log-Count PIC 9(7).
01 WS-Last-Run-Status PIC X(8).
01 WS-Last-Run-Processed PIC 9(7).
01 WS-Last-Run-Rejected PIC 9(7).
01 WS-Current-File-No PIC 9(2).
01 WS-Total-Input PIC 9(7) VALUE 0.
01 WS-Total-Processed PIC 9(7) VALUE 0.
01 WS-Total-Rejected PIC 9(7) VALUE 0.
01 WS-Part-Name-Work PIC X(40).
01 WS-Part-Base-Work PIC X(40).
01 WS-Part-Run-Control-Name PIC X(40).
01 WS-Part-Log-Name PIC X(40).
01 WS-Part-Map-Name PIC X(40).
01 WS-Part-Data-Name PIC X(40).
01 WS-Part-Catalog-Name PIC X(40).
01 WS-Live-Name PIC X(40).
01 WS-Run-Control-End-Status PIC X(8).
01 WS-Lock-Action PIC X.
01 WS-Lock-Result PIC X.
01 WS-Lock-Held-Flag PIC X VALUE "N".
    88 Writer-Lock-Held VALUE "Y" FALSE "N".
01 WS-Lock-Operator PIC X(8).
01 WS-Acct-Extract-Name PIC X(60).
01 WS-Acct-Extract-Run-Id PIC X(14).
01 WS-Extr-Company-Table.
    05 WS-Extr-Comp-Entry OCCURS 10 TIMES.
       10 WS-Extr-Comp-Code  PIC X(3).
       10 WS-Extr-Comp-Count PIC 9(5).
       10 WS-Extr-Comp-Hash  PIC 9(13)V99.
       10 WS-Extr-Comp-Row   PIC X(187) OCCURS 200 TIMES.
01 WS-Extr-Company-Count PIC 9(2) VALUE 0.
01 WS-Extr-Comp-Idx PIC 9(2).
01 WS-Extr-Comp-Slot PIC 9(2).
01 WS-Extr-Row-Idx PIC 9(3).
01 WS-Extr-Work-Code PIC X(3).
    COPY "WTM-ACCT-EXTRACT-CTL.cpy".
    COPY "WTM-HISTORY-REC.cpy".
    COPY "WTM-ACCOUNTING-EXPORT-REC.cpy".
    COPY "WTM-RUN-CONTROL-REC.cpy"
        REPLACING ==Run-Control-Record== BY ==WS-Live-Run-Control==.
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".
    COPY "WTM-PARTITION-FILES.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '---------------------------- WTM PARTITIONED BATCH MERGE ----------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
PERFORM ACQUIRE-WRITER-LOCK-SECT.
PERFORM LOAD-PARTITION-CTL-SECT.
IF NOT Merge-Refused THEN
    PERFORM VARYING WS-Part-Idx FROM 1 BY 1 UNTIL WS-Part-Idx > WS-Partition-Count
        PERFORM CHECK-ONE-PARTITION-SECT
    END-PERFORM
END-IF.
IF NOT Merge-Refused THEN
    PERFORM VERIFY-LIVE-FILES-SECT
END-IF.
IF Merge-Refused THEN
    DISPLAY 'MERGE REFUSED: nothing has been written to the live files.'
    PERFORM RELEASE-WRITER-LOCK-SECT
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM VARYING WS-Part-Idx FROM 1 BY 1 UNTIL WS-Part-Idx > WS-Partition-Count
    ADD WS-Mp-Records(WS-Part-Idx) TO WS-Total-Input
    ADD WS-Mp-Processed(WS-Part-Idx) TO WS-Total-Processed
    ADD WS-Mp-Rejected(WS-Part-Idx) TO WS-Total-Rejected
END-PERFORM.
MOVE 'STARTED ' TO WS-Run-Control-End-Status.
PERFORM WRITE-RUN-CONTROL-SECT.
PERFORM OPEN-HISTORY-KEYED-SECT.
SORT Merge-Sort-File
    ON ASCENDING KEY Msr-File-No
    ON ASCENDING KEY Msr-Input-Seq
    ON ASCENDING KEY Msr-Row-Seq
    INPUT PROCEDURE IS RELEASE-PARTITION-ROWS-SECT
    OUTPUT PROCEDURE IS APPEND-MERGED-ROWS-SECT.
IF History-Keyed-Open THEN
    CLOSE History-Keyed-File
END-IF.
IF Append-Failed THEN
    MOVE 'ABORTED ' TO WS-Run-Control-End-Status
    PERFORM WRITE-RUN-CONTROL-SECT
    PERFORM RELEASE-WRITER-LOCK-SECT
    DISPLAY 'MERGE ABORTED: the live files are part-merged. Restore them from the backup taken before the'
    DISPLAY 'merge, repair the file named above, and run WTM-PARTMERGE again - the split is left unmerged.'
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM REGISTER-LIVE-FILES-SECT.
PERFORM SEAL-ACCT-EXTRACTS-SECT.
PERFORM VARYING WS-Part-Idx FROM 1 BY 1 UNTIL WS-Part-Idx > WS-Partition-Count
    PERFORM APPEND-PARTITION-CATALOG-SECT
END-PERFORM.
MOVE 'NORMAL  ' TO WS-Run-Control-End-Status.
PERFORM WRITE-RUN-CONTROL-SECT.
PERFORM MARK-SPLIT-MERGED-SECT.
PERFORM RELEASE-WRITER-LOCK-SECT.
DISPLAY 'MERGED ', WS-Partition-Count, ' partition(s), ', WS-Total-Input, ' input record(s):'.
PERFORM VARYING WS-File-Idx FROM 1 BY 1 UNTIL WS-File-Idx > 8
    DISPLAY '  ', WS-Merged-Rows(WS-File-Idx), ' row(s) appended to ', FUNCTION TRIM(WTM-Partition-Base-Name(WS-File-Idx))
END-PERFORM.
IF WS-Total-Rejected > 0 THEN
    DISPLAY 'BATCH EDIT: ', WS-Total-Rejected, ' record(s) skipped by in-run edits - check the pre-edit step.'
    MOVE 8 TO RETURN-CODE
END-IF.
DISPLAY 'Run WTM-POPBUILD now so the population totals take in the merged history.'.
GOBACK.

LOAD-PARTITION-CTL-SECT.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Partition-Ctl-File.
IF WS-Partition-Ctl-Status NOT = "00" THEN
    DISPLAY 'MERGE REFUSED: no BUDGET-BATCH-PARTCTL.DAT - there is no split to merge (run WTM-PARTSPLIT first).'
    SET Merge-Refused TO TRUE
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Partition-Ctl-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF WS-Partition-Count >= 20 THEN
                DISPLAY 'MERGE REFUSED: BUDGET-BATCH-PARTCTL.DAT lists more than 20 partitions.'
                SET Merge-Refused TO TRUE
                SET File-EOF TO TRUE
            ELSE
                ADD 1 TO WS-Partition-Count
                MOVE Partition-Ctl-Record TO WS-Mp-Ctl-Image(WS-Partition-Count)
                MOVE Pctl-Record-Count TO WS-Mp-Records(WS-Partition-Count)
                IF Pctl-Merged THEN
                    DISPLAY 'MERGE REFUSED: partition ', Pctl-Partition, ' of the split of ', Pctl-Split-Stamp,
                        ' is already merged.'
                    SET Merge-Refused TO TRUE
                ELSE
                    IF NOT Pctl-Split THEN
                        DISPLAY 'MERGE REFUSED: partition ', Pctl-Partition, ' has unknown status "', Pctl-Status, '".'
                        SET Merge-Refused TO TRUE
                    END-IF
                END-IF
                IF Pctl-Partition NOT = WS-Partition-Count THEN
                    DISPLAY 'MERGE REFUSED: BUDGET-BATCH-PARTCTL.DAT is out of order at partition ', Pctl-Partition, '.'
                    SET Merge-Refused TO TRUE
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Partition-Ctl-File.
IF (WS-Partition-Count = 0) AND NOT Merge-Refused THEN
    DISPLAY 'MERGE REFUSED: BUDGET-BATCH-PARTCTL.DAT is empty - there is no split to merge.'
    SET Merge-Refused TO TRUE
END-IF.

CHECK-ONE-PARTITION-SECT.
*> Everything the merge relies on is proven here, before any live
*> file is opened for output.
MOVE WS-Part-Idx TO WS-Partition-Number.
MOVE 0 TO WS-Mp-Processed(WS-Part-Idx).
MOVE 0 TO WS-Mp-Rejected(WS-Part-Idx).
PERFORM VARYING WS-File-Idx FROM 1 BY 1 UNTIL WS-File-Idx > 8
    MOVE 0 TO WS-Mp-Row-Total(WS-Part-Idx, WS-File-Idx)
END-PERFORM.
PERFORM SET-PARTITION-NAMES-SECT.
MOVE SPACES TO WS-Last-Run-Status.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Part-Run-Control-File.
IF WS-Part-Run-Control-Status = "00" THEN
    PERFORM UNTIL File-EOF
        READ Part-Run-Control-File
            AT END SET File-EOF TO TRUE
            NOT AT END
                MOVE Run-End-Status OF Run-Control-Record TO WS-Last-Run-Status
                MOVE Run-Processed-Count OF Run-Control-Record TO WS-Last-Run-Processed
                MOVE Run-Rejected-Count OF Run-Control-Record TO WS-Last-Run-Rejected
        END-READ
    END-PERFORM
    CLOSE Part-Run-Control-File
END-IF.
IF WS-Last-Run-Status NOT = 'NORMAL  ' THEN
    IF WS-Last-Run-Status = SPACES THEN
        DISPLAY 'MERGE REFUSED: partition ', WS-Partition-Number, ' has not been run (WHERES_THE_MONEY ',
            WS-Partition-Number, ').'
    ELSE
        DISPLAY 'MERGE REFUSED: partition ', WS-Partition-Number, ' last ended ', WS-Last-Run-Status,
            ' - rerun WHERES_THE_MONEY ', WS-Partition-Number, ' to the end first.'
    END-IF
    SET Merge-Refused TO TRUE
    EXIT PARAGRAPH
END-IF.
MOVE WS-Last-Run-Processed TO WS-Mp-Processed(WS-Part-Idx).
MOVE WS-Last-Run-Rejected TO WS-Mp-Rejected(WS-Part-Idx).
MOVE 0 TO WS-Log-Count.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Part-Log-File.
IF WS-Part-Log-Status = "00" THEN
    PERFORM UNTIL File-EOF
        READ Part-Log-File
            AT END SET File-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-Log-Count
                IF Plog-Seq NOT = WS-Log-Count THEN
                    DISPLAY 'MERGE REFUSED: ', FUNCTION TRIM(WS-Part-Log-Name), ' row ', WS-Log-Count,
                        ' carries sequence ', Plog-Seq, '.'
                    SET Merge-Refused TO TRUE
                    SET File-EOF TO TRUE
                ELSE
                    PERFORM VARYING WS-File-Idx FROM 1 BY 1 UNTIL WS-File-Idx > 8
                        ADD Plog-Rows(WS-File-Idx) TO WS-Mp-Row-Total(WS-Part-Idx, WS-File-Idx)
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM
    CLOSE Part-Log-File
END-IF.
IF Merge-Refused THEN
    EXIT PARAGRAPH
END-IF.
IF WS-Log-Count NOT = WS-Mp-Records(WS-Part-Idx) THEN
    DISPLAY 'MERGE REFUSED: ', FUNCTION TRIM(WS-Part-Log-Name), ' accounts for ', WS-Log-Count, ' of the ',
        WS-Mp-Records(WS-Part-Idx), ' record(s) split to partition ', WS-Partition-Number, '.'
    SET Merge-Refused TO TRUE
    EXIT PARAGRAPH
END-IF.
MOVE 0 TO WS-Row-Count.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Part-Map-File.
IF WS-Part-Map-Status = "00" THEN
    PERFORM UNTIL File-EOF
        READ Part-Map-File
            AT END SET File-EOF TO TRUE
            NOT AT END ADD 1 TO WS-Row-Count
        END-READ
    END-PERFORM
    CLOSE Part-Map-File
END-IF.
IF WS-Row-Count NOT = WS-Mp-Records(WS-Part-Idx) THEN
    DISPLAY 'MERGE REFUSED: ', FUNCTION TRIM(WS-Part-Map-Name), ' holds ', WS-Row-Count, ' position(s) for ',
        WS-Mp-Records(WS-Part-Idx), ' record(s) - the split is damaged; rerun WTM-PARTSPLIT.'
    SET Merge-Refused TO TRUE
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING WS-File-Idx FROM 1 BY 1 UNTIL WS-File-Idx > 8
    PERFORM CHECK-PARTITION-FILE-SECT
END-PERFORM.

CHECK-PARTITION-FILE-SECT.
MOVE WTM-Partition-Base-Name(WS-File-Idx) TO WS-Part-Name-Work.
PERFORM SUFFIX-PARTITION-NAME-SECT.
MOVE WS-Part-Name-Work TO WS-Part-Data-Name.
MOVE 0 TO WS-Row-Count.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Part-Data-File.
IF WS-Part-Data-Status = "00" THEN
    PERFORM UNTIL File-EOF
        READ Part-Data-File
            AT END SET File-EOF TO TRUE
            NOT AT END ADD 1 TO WS-Row-Count
        END-READ
    END-PERFORM
    CLOSE Part-Data-File
END-IF.
IF WS-Row-Count NOT = WS-Mp-Row-Total(WS-Part-Idx, WS-File-Idx) THEN
    DISPLAY 'MERGE REFUSED: ', FUNCTION TRIM(WS-Part-Data-Name), ' holds ', WS-Row-Count, ' row(s) but its log accounts for ',
        WS-Mp-Row-Total(WS-Part-Idx, WS-File-Idx), '.'
    SET Merge-Refused TO TRUE
END-IF.

VERIFY-LIVE-FILES-SECT.
*> The registered live files must still be what their registry rows
*> say before rows are appended and the registry is advanced past
*> them.
PERFORM VARYING WS-File-Idx FROM 1 BY 1 UNTIL WS-File-Idx > 8
    IF (WS-File-Idx = 1) OR (WS-File-Idx = 2) OR (WS-File-Idx = 3) OR (WS-File-Idx = 6)
        OR (WS-File-Idx = 8) THEN
        SET File-Ctl-Verify TO TRUE
        MOVE WTM-Partition-Base-Name(WS-File-Idx) TO WS-File-Ctl-Name
        CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result
        IF File-Ctl-Mismatch THEN
            SET Merge-Refused TO TRUE
        END-IF
    END-IF
END-PERFORM.
PERFORM VARYING WS-File-Idx FROM 1 BY 1 UNTIL WS-File-Idx > 8
    MOVE WTM-Partition-Base-Name(WS-File-Idx) TO WS-Live-Name
    OPEN EXTEND Live-Data-File
    IF WS-Live-Status = "00" THEN
        CLOSE Live-Data-File
    ELSE
        IF WS-Live-Status NOT = "35" THEN
            DISPLAY 'MERGE REFUSED: ', FUNCTION TRIM(WS-Live-Name), ' cannot be appended to, file status ', WS-Live-Status, '.'
            SET Merge-Refused TO TRUE
        END-IF
    END-IF
END-PERFORM.

SET-PARTITION-NAMES-SECT.
MOVE WTM-Partition-Base-Name(10) TO WS-Part-Name-Work.
PERFORM SUFFIX-PARTITION-NAME-SECT.
MOVE WS-Part-Name-Work TO WS-Part-Run-Control-Name.
MOVE WTM-Partition-Base-Name(12) TO WS-Part-Name-Work.
PERFORM SUFFIX-PARTITION-NAME-SECT.
MOVE WS-Part-Name-Work TO WS-Part-Log-Name.
MOVE WTM-Partition-Base-Name(14) TO WS-Part-Name-Work.
PERFORM SUFFIX-PARTITION-NAME-SECT.
MOVE WS-Part-Name-Work TO WS-Part-Map-Name.
MOVE WTM-Partition-Base-Name(9) TO WS-Part-Name-Work.
PERFORM SUFFIX-PARTITION-NAME-SECT.
MOVE WS-Part-Name-Work TO WS-Part-Catalog-Name.

SUFFIX-PARTITION-NAME-SECT.
*> BUDGET-HISTORY.DAT -> BUDGET-HISTORY-P03.DAT (WTM-PARTITION-FILES.cpy).
MOVE WS-Part-Name-Work TO WS-Part-Base-Work.
MOVE SPACES TO WS-Part-Name-Work.
STRING WS-Part-Base-Work DELIMITED BY '.DAT'
    '-P' DELIMITED BY SIZE
    WS-Partition-Number DELIMITED BY SIZE
    '.DAT' DELIMITED BY SIZE
    INTO WS-Part-Name-Work.

RELEASE-PARTITION-ROWS-SECT.
*> Each output row is tagged with the whole-input position of the
*> record that wrote it (the partition log says how many rows each
*> record wrote to each file, the partition map gives its position),
*> so sorting on file, position, and row restores single-run order.
PERFORM VARYING WS-Part-Idx FROM 1 BY 1 UNTIL WS-Part-Idx > WS-Partition-Count
    MOVE WS-Part-Idx TO WS-Partition-Number
    PERFORM SET-PARTITION-NAMES-SECT
    PERFORM VARYING WS-File-Idx FROM 1 BY 1 UNTIL WS-File-Idx > 8
        IF WS-Mp-Row-Total(WS-Part-Idx, WS-File-Idx) > 0 THEN
            PERFORM RELEASE-PARTITION-FILE-SECT
        END-IF
    END-PERFORM
END-PERFORM.

RELEASE-PARTITION-FILE-SECT.
MOVE WTM-Partition-Base-Name(WS-File-Idx) TO WS-Part-Name-Work.
PERFORM SUFFIX-PARTITION-NAME-SECT.
MOVE WS-Part-Name-Work TO WS-Part-Data-Name.
MOVE 0 TO WS-Row-Seq.
MOVE "N" TO WS-Log-EOF-Flag.
OPEN INPUT Part-Log-File.
OPEN INPUT Part-Map-File.
OPEN INPUT Part-Data-File.
PERFORM UNTIL Log-EOF
    READ Part-Log-File
        AT END SET Log-EOF TO TRUE
        NOT AT END
            READ Part-Map-File
                AT END MOVE 0 TO Pmap-Input-Seq
            END-READ
            PERFORM Plog-Rows(WS-File-Idx) TIMES
                READ Part-Data-File
                    AT END MOVE SPACES TO Part-Data-Record
                END-READ
                ADD 1 TO WS-Row-Seq
                MOVE WS-File-Idx TO Msr-File-No
                MOVE Pmap-Input-Seq TO Msr-Input-Seq
                MOVE WS-Row-Seq TO Msr-Row-Seq
                MOVE Part-Data-Record TO Msr-Row
                RELEASE Merge-Sort-Record
            END-PERFORM
    END-READ
END-PERFORM.
CLOSE Part-Data-File.
CLOSE Part-Map-File.
CLOSE Part-Log-File.

APPEND-MERGED-ROWS-SECT.
MOVE 0 TO WS-Current-File-No.
PERFORM VARYING WS-File-Idx FROM 1 BY 1 UNTIL WS-File-Idx > 8
    MOVE 0 TO WS-Merged-Rows(WS-File-Idx)
END-PERFORM.
MOVE "N" TO WS-Sort-EOF-Flag.
PERFORM UNTIL Sort-EOF
    RETURN Merge-Sort-File
        AT END SET Sort-EOF TO TRUE
        NOT AT END
            IF Msr-File-No NOT = WS-Current-File-No THEN
                PERFORM OPEN-LIVE-FILE-SECT
            END-IF
            IF Live-File-Open THEN
                MOVE Msr-Row TO Live-Data-Record
                WRITE Live-Data-Record
                ADD 1 TO WS-Merged-Rows(Msr-File-No)
                SET Rjn-After-Image TO TRUE
                MOVE WS-Live-Name TO WS-Rjn-File-Name
                MOVE Live-Data-Record TO WS-Rjn-Record
                CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
                EVALUATE Msr-File-No
                    WHEN 1
                        MOVE Msr-Row TO Budget-History-Record
                        PERFORM WRITE-HISTORY-KEYED-SECT
                    WHEN 2
                        MOVE Msr-Row TO Acct-Export-Record
                        IF Acct-Ack-Pending THEN
                            PERFORM BUFFER-EXTRACT-DETAIL-SECT
                        END-IF
                END-EVALUATE
            END-IF
    END-RETURN
END-PERFORM.
IF Live-File-Open THEN
    CLOSE Live-Data-File
    SET Live-File-Open TO FALSE
END-IF.

OPEN-LIVE-FILE-SECT.
IF Live-File-Open THEN
    CLOSE Live-Data-File
    SET Live-File-Open TO FALSE
END-IF.
MOVE Msr-File-No TO WS-Current-File-No.
MOVE WTM-Partition-Base-Name(WS-Current-File-No) TO WS-Live-Name.
OPEN EXTEND Live-Data-File.
IF WS-Live-Status = "35" THEN
    OPEN OUTPUT Live-Data-File
END-IF.
IF WS-Live-Status = "00" THEN
    SET Live-File-Open TO TRUE
ELSE
    DISPLAY 'MERGE ERROR: could not append to ', FUNCTION TRIM(WS-Live-Name), ', file status ', WS-Live-Status
    SET Append-Failed TO TRUE
END-IF.

OPEN-HISTORY-KEYED-SECT.
MOVE "N" TO WS-Keyed-Open-Flag.
OPEN I-O History-Keyed-File.
IF WS-History-Keyed-Status = "35" THEN
    DISPLAY 'NOTICE: BUDGET-HISTORY-KEYED.DAT not found - creating an empty companion.'
    DISPLAY 'Run WTM-KEYFILE-BUILD to load it from existing BUDGET-HISTORY.DAT records, or prior-month comparisons will start fresh.'
    OPEN OUTPUT History-Keyed-File
    CLOSE History-Keyed-File
    OPEN I-O History-Keyed-File
END-IF.
IF WS-History-Keyed-Status = "00" THEN
    SET History-Keyed-Open TO TRUE
ELSE
    DISPLAY 'WARNING: could not open BUDGET-HISTORY-KEYED.DAT, file status ', WS-History-Keyed-Status
    DISPLAY 'Run WTM-KEYFILE-BUILD after the merge to bring it in step with BUDGET-HISTORY.DAT.'
END-IF.

WRITE-HISTORY-KEYED-SECT.
*> Same mirror the batch run makes as it writes each history row; the
*> sequence byte is bumped past any run already keyed for the period.
IF NOT History-Keyed-Open THEN
    EXIT PARAGRAPH
END-IF.
MOVE Hist-Employee-ID TO Keyed-Hist-Employee-ID.
IF Hist-Period IS NUMERIC THEN
    MOVE Hist-Period TO Keyed-Hist-Period
ELSE
    MOVE 0 TO Keyed-Hist-Period
END-IF.
MOVE 1 TO Keyed-Hist-Seq.
MOVE Hist-Salary TO Keyed-Hist-Salary.
MOVE Hist-Rent TO Keyed-Hist-Rent.
MOVE Hist-Bills TO Keyed-Hist-Bills.
MOVE Hist-Food TO Keyed-Hist-Food.
MOVE Hist-Travel TO Keyed-Hist-Travel.
MOVE Hist-Taxes TO Keyed-Hist-Taxes.
MOVE Hist-Insurance TO Keyed-Hist-Insurance.
MOVE Hist-Extra-Percent TO Keyed-Hist-Extra-Percent.
IF Hist-Household-ID IS NUMERIC THEN
    MOVE Hist-Household-ID TO Keyed-Hist-Household-ID
ELSE
    MOVE 0 TO Keyed-Hist-Household-ID
END-IF.
MOVE Hist-Run-Date TO Keyed-Hist-Run-Date.
MOVE "N" TO WS-Keyed-Write-Done-Flag.
MOVE 0 TO WS-Keyed-Dup-Retries.
PERFORM UNTIL Keyed-Write-Done OR WS-Keyed-Dup-Retries > 9998
    WRITE Keyed-History-Record
        INVALID KEY
            ADD 1 TO WS-Keyed-Dup-Retries
            ADD 1 TO Keyed-Hist-Seq
        NOT INVALID KEY
            SET Keyed-Write-Done TO TRUE
    END-WRITE
END-PERFORM.
IF NOT Keyed-Write-Done THEN
    DISPLAY 'WARNING: could not mirror employee ', Hist-Employee-ID, ' into BUDGET-HISTORY-KEYED.DAT - run WTM-KEYFILE-BUILD to rebuild it.'
END-IF.

BUFFER-EXTRACT-DETAIL-SECT.
*> Collects a merged export row still pending into its company's
*> extract buffer, exactly as the batch run does as it writes them.
MOVE Acct-Company-Code TO WS-Extr-Work-Code.
IF WS-Extr-Work-Code = SPACES THEN
    MOVE 'UNK' TO WS-Extr-Work-Code
END-IF.
MOVE 0 TO WS-Extr-Comp-Slot.
PERFORM VARYING WS-Extr-Comp-Idx FROM 1 BY 1 UNTIL WS-Extr-Comp-Idx > WS-Extr-Company-Count
    IF WS-Extr-Comp-Code(WS-Extr-Comp-Idx) = WS-Extr-Work-Code THEN
        MOVE WS-Extr-Comp-Idx TO WS-Extr-Comp-Slot
    END-IF
END-PERFORM.
IF WS-Extr-Comp-Slot = 0 THEN
    IF WS-Extr-Company-Count >= 10 THEN
        DISPLAY 'EXTRACT WARNING: more than 10 company codes this run - record not bundled.'
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-Extr-Company-Count
    MOVE WS-Extr-Company-Count TO WS-Extr-Comp-Slot
    MOVE WS-Extr-Work-Code TO WS-Extr-Comp-Code(WS-Extr-Comp-Slot)
    MOVE 0 TO WS-Extr-Comp-Count(WS-Extr-Comp-Slot)
    MOVE 0 TO WS-Extr-Comp-Hash(WS-Extr-Comp-Slot)
END-IF.
IF WS-Extr-Comp-Count(WS-Extr-Comp-Slot) >= 200 THEN
    DISPLAY 'EXTRACT WARNING: company ', WS-Extr-Work-Code, ' passed 200 records this run - record not bundled.'
    EXIT PARAGRAPH
END-IF.
ADD 1 TO WS-Extr-Comp-Count(WS-Extr-Comp-Slot).
MOVE Acct-Export-Record TO
    WS-Extr-Comp-Row(WS-Extr-Comp-Slot, WS-Extr-Comp-Count(WS-Extr-Comp-Slot)).
ADD Acct-Salary TO WS-Extr-Comp-Hash(WS-Extr-Comp-Slot).

SEAL-ACCT-EXTRACTS-SECT.
IF WS-Extr-Company-Count = 0 THEN
    EXIT PARAGRAPH
END-IF.
MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Acct-Extract-Run-Id.
PERFORM VARYING WS-Extr-Comp-Idx FROM 1 BY 1 UNTIL WS-Extr-Comp-Idx > WS-Extr-Company-Count
    PERFORM SEAL-ONE-COMPANY-EXTRACT-SECT
END-PERFORM.

SEAL-ONE-COMPANY-EXTRACT-SECT.
MOVE SPACES TO WS-Acct-Extract-Name.
STRING 'WTM-ACCT-EXTRACT-' DELIMITED BY SIZE
    WS-Extr-Comp-Code(WS-Extr-Comp-Idx) DELIMITED BY SIZE
    '-' DELIMITED BY SIZE
    WS-Acct-Extract-Run-Id DELIMITED BY SIZE
    '.DAT' DELIMITED BY SIZE
    INTO WS-Acct-Extract-Name.
OPEN OUTPUT Acct-Extract-File.
IF WS-Acct-Extract-Status NOT = "00" THEN
    DISPLAY 'WARNING: could not create ', FUNCTION TRIM(WS-Acct-Extract-Name), ', file status ', WS-Acct-Extract-Status
    EXIT PARAGRAPH
END-IF.
MOVE "H" TO Extr-Hdr-Type.
MOVE FUNCTION CURRENT-DATE(1:8) TO Extr-Hdr-Date.
MOVE WS-Acct-Extract-Run-Id TO Extr-Hdr-Run-Id.
WRITE Acct-Extract-Line FROM Acct-Extract-Header.
PERFORM VARYING WS-Extr-Row-Idx FROM 1 BY 1
    UNTIL WS-Extr-Row-Idx > WS-Extr-Comp-Count(WS-Extr-Comp-Idx)
    MOVE SPACES TO Acct-Extract-Line
    MOVE "D" TO Acct-Extract-Line(1:1)
    MOVE WS-Extr-Comp-Row(WS-Extr-Comp-Idx, WS-Extr-Row-Idx) TO Acct-Extract-Line(2:187)
    WRITE Acct-Extract-Line
END-PERFORM.
MOVE "T" TO Extr-Trl-Type.
MOVE WS-Extr-Comp-Count(WS-Extr-Comp-Idx) TO Extr-Trl-Count.
MOVE WS-Extr-Comp-Hash(WS-Extr-Comp-Idx) TO Extr-Trl-Salary-Hash.
WRITE Acct-Extract-Line FROM Acct-Extract-Trailer.
CLOSE Acct-Extract-File.
DISPLAY 'Accounting extract ', FUNCTION TRIM(WS-Acct-Extract-Name), ' sealed with ',
    WS-Extr-Comp-Count(WS-Extr-Comp-Idx), ' detail record(s) for company ',
    WS-Extr-Comp-Code(WS-Extr-Comp-Idx), '.'.
MOVE 'EXTRACT ' TO Gen-Family.
MOVE WS-Acct-Extract-Name TO Gen-File-Name.
MOVE FUNCTION CURRENT-DATE(1:8) TO Gen-Date.
MOVE WS-Extr-Comp-Count(WS-Extr-Comp-Idx) TO Gen-Record-Count.
PERFORM WRITE-CATALOG-ENTRY-SECT.

APPEND-PARTITION-CATALOG-SECT.
*> The partition's budget report generations (and any other rows it
*> cataloged) join the live catalog so WTM-GENCLEAN ages them off.
MOVE WS-Part-Idx TO WS-Partition-Number.
PERFORM SET-PARTITION-NAMES-SECT.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Part-Catalog-File.
IF WS-Part-Catalog-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Part-Catalog-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            MOVE Part-Catalog-Record TO Report-Catalog-Record
            PERFORM WRITE-CATALOG-ENTRY-SECT
    END-READ
END-PERFORM.
CLOSE Part-Catalog-File.

WRITE-CATALOG-ENTRY-SECT.
OPEN EXTEND Report-Catalog-File.
IF WS-Report-Catalog-Status = "35" THEN
    OPEN OUTPUT Report-Catalog-File
END-IF.
IF WS-Report-Catalog-Status = "00" THEN
    WRITE Report-Catalog-Record
    SET Rjn-After-Image TO TRUE
    MOVE 'WTM-REPORT-CATALOG.DAT' TO WS-Rjn-File-Name
    MOVE Report-Catalog-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    CLOSE Report-Catalog-File
ELSE
    DISPLAY 'WARNING: could not write WTM-REPORT-CATALOG.DAT, file status ', WS-Report-Catalog-Status
END-IF.

REGISTER-LIVE-FILES-SECT.
PERFORM VARYING WS-File-Idx FROM 1 BY 1 UNTIL WS-File-Idx > 8
    IF (WS-File-Idx = 1) OR (WS-File-Idx = 2) OR (WS-File-Idx = 3) OR (WS-File-Idx = 6)
        OR (WS-File-Idx = 8) THEN
        SET File-Ctl-Register TO TRUE
        MOVE WTM-Partition-Base-Name(WS-File-Idx) TO WS-File-Ctl-Name
        CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result
    END-IF
END-PERFORM.

MARK-SPLIT-MERGED-SECT.
*> A merged split is kept on file, marked M, so neither a second
*> merge nor a late partition rerun can put its rows in twice.
OPEN OUTPUT Partition-Ctl-File.
IF WS-Partition-Ctl-Status NOT = "00" THEN
    DISPLAY 'WARNING: could not mark BUDGET-BATCH-PARTCTL.DAT merged, file status ', WS-Partition-Ctl-Status
    DISPLAY 'Delete BUDGET-BATCH-PARTCTL.DAT by hand before the next split - do NOT merge again.'
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING WS-Part-Idx FROM 1 BY 1 UNTIL WS-Part-Idx > WS-Partition-Count
    MOVE WS-Mp-Ctl-Image(WS-Part-Idx) TO Partition-Ctl-Record
    SET Pctl-Merged TO TRUE
    WRITE Partition-Ctl-Record
END-PERFORM.
CLOSE Partition-Ctl-File.

ACQUIRE-WRITER-LOCK-SECT.
*> The merge appends to the live files, so it takes the single-writer
*> interlock like the batch run.
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
*> The merged night is recorded under WHERES_THE_MONEY, as a single
*> run would be, so the morning check reads the same either way.
OPEN EXTEND Run-Control-File.
IF WS-Run-Control-Status = "35" THEN
    OPEN OUTPUT Run-Control-File
END-IF.
IF WS-Run-Control-Status = "00" THEN
    MOVE 'WHERES_THE_MONEY    ' TO Run-Program-Name OF WS-Live-Run-Control
    MOVE FUNCTION CURRENT-DATE(1:8) TO Run-Stamp-Date OF WS-Live-Run-Control
    MOVE FUNCTION CURRENT-DATE(9:8) TO Run-Stamp-Time OF WS-Live-Run-Control
    MOVE WS-Total-Input TO Run-Input-Count OF WS-Live-Run-Control
    MOVE WS-Total-Processed TO Run-Processed-Count OF WS-Live-Run-Control
    MOVE WS-Total-Rejected TO Run-Rejected-Count OF WS-Live-Run-Control
    MOVE WS-Run-Control-End-Status TO Run-End-Status OF WS-Live-Run-Control
    WRITE Live-Run-Control-Record FROM WS-Live-Run-Control
    SET Rjn-After-Image TO TRUE
    MOVE 'WTM-RUN-CONTROL.DAT' TO WS-Rjn-File-Name
    MOVE WS-Live-Run-Control TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    CLOSE Run-Control-File
ELSE
    DISPLAY 'WARNING: could not write WTM-RUN-CONTROL.DAT, file status ', WS-Run-Control-Status
END-IF.

*> Audit high-water marks, CALLed the way WTM-FILECTL is:
*>   CALL 'WTM-AUDITMARK' USING function, job, file-name, mark-area
*>     function   X      'S' start - the job is about to validate the
*>                       file; answers whether it may check only the
*>                       records added since its last run
*>                       'M' mark - the job has validated the file up
*>                       to the position it passes; that becomes the
*>                       new high-water mark
*>     job        X(20)  the audit job (its PROGRAM-ID)
*>     file-name  X(40)  the physical file name the job validates
*>     mark-area         mode, position, count, stamp, and reason -
*>                       see WTM-AUDIT-MARK-CTL.cpy
*> The marks are WTM-AUDIT-MARKS.DAT (WTM-AUDIT-MARK-REC.cpy), one row
*> per job and file. A start answers a full rescan when one is asked
*> for, when the job has no mark for the file yet, when its last full
*> rescan of the file is a week old or more, or when the records
*> under the mark no longer hash to the figure taken when they were
*> validated - the file was rewritten (archived, migrated, merged,
*> backed out, erased, or a run superseded) rather than appended to,
*> so rows the job passed may not be the rows on file now. Otherwise
*> it answers incremental from the mark. A failure to read or write
*> the marks is displayed and only ever costs a full rescan.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-AUDITMARK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Audited-File ASSIGN TO WS-Audited-File-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Audited-Status.
    SELECT Audit-Mark-File ASSIGN TO "WTM-AUDIT-MARKS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Audit-Mark-Status.

DATA DIVISION.
FILE SECTION.
FD  Audited-File.
01 Audited-Record PIC X(512).

FD  Audit-Mark-File.
    COPY "WTM-AUDIT-MARK-REC.cpy".

WORKING-STORAGE SECTION.
01 WS-Audited-Status PIC XX.
01 WS-Audit-Mark-Status PIC XX.
01 WS-Audited-File-Name PIC X(40).
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Readable-Flag PIC X VALUE "Y".
    88 File-Readable VALUE "Y" FALSE "N".
*> Hash totals are taken over the first WS-Hash-Limit records; the
*> whole file is still counted.
01 WS-Hash-Limit PIC 9(9).
01 WS-Record-Count PIC 9(9).
01 WS-Hash-Total PIC 9(15).
01 WS-Record-Hash PIC 9(18).
01 WS-Record-Length PIC 9(3).
01 WS-Char-Idx PIC 9(3).
01 WS-Mark-Table.
    05 WS-Mark-Row PIC X(107) OCCURS 100 TIMES.
01 WS-Mark-Count PIC 9(3) VALUE 0.
01 WS-Mark-Idx PIC 9(3).
01 WS-Mark-Slot PIC 9(3).
01 WS-Today PIC 9(8).
01 WS-Days-Since-Full PIC S9(7).
01 WS-Full-Interval-Days PIC 9(3) VALUE 7.
    COPY "WTM-JOURNAL.cpy".

LINKAGE SECTION.
01 LS-Function PIC X.
01 LS-Job-Name PIC X(20).
01 LS-File-Name PIC X(40).
01 LS-Mark-Area.
    05 LS-Mode       PIC X.
    05 LS-Position   PIC 9(9).
    05 LS-File-Count PIC 9(9).
    05 LS-Stamp      PIC 9(14).
    05 LS-Reason     PIC X(60).

PROCEDURE DIVISION USING LS-Function, LS-Job-Name, LS-File-Name, LS-Mark-Area.
MOVE LS-File-Name TO WS-Audited-File-Name.
MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
PERFORM LOAD-MARKS-SECT.
MOVE 0 TO WS-Mark-Slot.
PERFORM VARYING WS-Mark-Idx FROM 1 BY 1
    UNTIL (WS-Mark-Idx > WS-Mark-Count) OR (WS-Mark-Slot > 0)
    IF (WS-Mark-Row(WS-Mark-Idx)(1:20) = LS-Job-Name)
        AND (WS-Mark-Row(WS-Mark-Idx)(21:40) = LS-File-Name) THEN
        MOVE WS-Mark-Idx TO WS-Mark-Slot
    END-IF
END-PERFORM.
IF LS-Function = "M" THEN
    PERFORM SET-MARK-SECT
ELSE
    PERFORM START-SCAN-SECT
END-IF.
GOBACK.

COMPUTE-TOTALS-SECT.
*> Record count of the whole file, hash total of its first
*> WS-Hash-Limit records - the same sum WTM-FILECTL takes.
MOVE 0 TO WS-Record-Count.
MOVE 0 TO WS-Hash-Total.
MOVE "Y" TO WS-Readable-Flag.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Audited-File.
IF WS-Audited-Status = "35" THEN
    EXIT PARAGRAPH
END-IF.
IF WS-Audited-Status NOT = "00" THEN
    DISPLAY 'AUDIT MARK: could not read ', FUNCTION TRIM(WS-Audited-File-Name), ', file status ',
        WS-Audited-Status, ' - full rescan.'
    SET File-Readable TO FALSE
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Audited-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-Record-Count
            IF WS-Record-Count <= WS-Hash-Limit THEN
                MOVE 0 TO WS-Record-Hash
                COMPUTE WS-Record-Length = FUNCTION STORED-CHAR-LENGTH(Audited-Record)
                PERFORM VARYING WS-Char-Idx FROM 1 BY 1 UNTIL WS-Char-Idx > WS-Record-Length
                    COMPUTE WS-Record-Hash = WS-Record-Hash
                        + (FUNCTION ORD(Audited-Record(WS-Char-Idx:1)) * WS-Char-Idx)
                END-PERFORM
                COMPUTE WS-Hash-Total = FUNCTION MOD(WS-Hash-Total + WS-Record-Hash, 1000000000000000)
            END-IF
    END-READ
END-PERFORM.
CLOSE Audited-File.
IF WS-Record-Count < WS-Hash-Limit THEN
    COMPUTE WS-Hash-Total = FUNCTION MOD(WS-Hash-Total + WS-Record-Count, 1000000000000000)
ELSE
    COMPUTE WS-Hash-Total = FUNCTION MOD(WS-Hash-Total + WS-Hash-Limit, 1000000000000000)
END-IF.

LOAD-MARKS-SECT.
MOVE 0 TO WS-Mark-Count.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Audit-Mark-File.
IF WS-Audit-Mark-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Audit-Mark-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF WS-Mark-Count < 100 THEN
                ADD 1 TO WS-Mark-Count
                MOVE Audit-Mark-Record TO WS-Mark-Row(WS-Mark-Count)
            END-IF
    END-READ
END-PERFORM.
CLOSE Audit-Mark-File.

START-SCAN-SECT.
MOVE 0 TO LS-Position.
MOVE 0 TO LS-Stamp.
MOVE 0 TO WS-Hash-Limit.
IF WS-Mark-Slot > 0 THEN
    MOVE WS-Mark-Row(WS-Mark-Slot) TO Audit-Mark-Record
    MOVE Amk-Checked-Stamp TO LS-Stamp
    MOVE Amk-Record-Count TO WS-Hash-Limit
END-IF.
PERFORM COMPUTE-TOTALS-SECT.
MOVE WS-Record-Count TO LS-File-Count.
EVALUATE TRUE
    WHEN LS-Mode = "F"
        MOVE 'full rescan requested' TO LS-Reason
    WHEN WS-Mark-Slot = 0
        MOVE 'no earlier check on record - the first scan is full' TO LS-Reason
    WHEN NOT File-Readable
        MOVE 'file could not be read to test the mark' TO LS-Reason
    WHEN OTHER
        IF Amk-Last-Full-Date IS NUMERIC AND Amk-Last-Full-Date > 0 THEN
            COMPUTE WS-Days-Since-Full = FUNCTION INTEGER-OF-DATE(WS-Today)
                - FUNCTION INTEGER-OF-DATE(Amk-Last-Full-Date)
        ELSE
            MOVE WS-Full-Interval-Days TO WS-Days-Since-Full
        END-IF
        EVALUATE TRUE
            WHEN WS-Days-Since-Full >= WS-Full-Interval-Days
                MOVE SPACES TO LS-Reason
                STRING 'weekly full rescan due (last full ' DELIMITED BY SIZE
                    Amk-Last-Full-Date DELIMITED BY SIZE
                    ')' DELIMITED BY SIZE
                    INTO LS-Reason
            WHEN (WS-Record-Count < Amk-Record-Count) OR (WS-Hash-Total NOT = Amk-Hash-Total)
                MOVE 'file rewritten since the last check - earlier rows moved' TO LS-Reason
            WHEN OTHER
                MOVE "I" TO LS-Mode
                MOVE Amk-Record-Count TO LS-Position
                MOVE 'earlier records unchanged since the last check' TO LS-Reason
                EXIT PARAGRAPH
        END-EVALUATE
END-EVALUATE.
MOVE "F" TO LS-Mode.
MOVE 0 TO LS-Position.

SET-MARK-SECT.
MOVE LS-Position TO WS-Hash-Limit.
PERFORM COMPUTE-TOTALS-SECT.
IF NOT File-Readable THEN
    EXIT PARAGRAPH
END-IF.
IF WS-Mark-Slot = 0 THEN
    IF WS-Mark-Count >= 100 THEN
        DISPLAY 'AUDIT MARK: WTM-AUDIT-MARKS.DAT is full - ', FUNCTION TRIM(LS-File-Name),
            ' keeps no mark for ', FUNCTION TRIM(LS-Job-Name), '.'
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-Mark-Count
    MOVE WS-Mark-Count TO WS-Mark-Slot
    MOVE SPACES TO Audit-Mark-Record
    MOVE 0 TO Amk-Last-Full-Date
ELSE
    MOVE WS-Mark-Row(WS-Mark-Slot) TO Audit-Mark-Record
END-IF.
MOVE LS-Job-Name TO Amk-Job-Name.
MOVE LS-File-Name TO Amk-File-Name.
IF WS-Record-Count < LS-Position THEN
    MOVE WS-Record-Count TO Amk-Record-Count
ELSE
    MOVE LS-Position TO Amk-Record-Count
END-IF.
MOVE WS-Hash-Total TO Amk-Hash-Total.
MOVE FUNCTION CURRENT-DATE(1:14) TO Amk-Checked-Stamp.
MOVE LS-Mode TO Amk-Last-Mode.
IF LS-Mode = "F" THEN
    MOVE WS-Today TO Amk-Last-Full-Date
END-IF.
MOVE Audit-Mark-Record TO WS-Mark-Row(WS-Mark-Slot).
OPEN OUTPUT Audit-Mark-File.
IF WS-Audit-Mark-Status NOT = "00" THEN
    DISPLAY 'AUDIT MARK: could not rewrite WTM-AUDIT-MARKS.DAT, file status ', WS-Audit-Mark-Status
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING WS-Mark-Idx FROM 1 BY 1 UNTIL WS-Mark-Idx > WS-Mark-Count
    MOVE WS-Mark-Row(WS-Mark-Idx) TO Audit-Mark-Record
    WRITE Audit-Mark-Record
END-PERFORM.
CLOSE Audit-Mark-File.
SET Rjn-File-Image TO TRUE.
MOVE 'WTM-AUDIT-MARKS.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.

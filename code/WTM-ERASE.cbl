*> a person entirely, and WTM-ARCHIVE only ages records by date. For
*> a confirmed Employee-ID this utility removes every record across
*> BUDGET-HISTORY.DAT, WTM-AUDIT-LOG.DAT, WTM-ACTUALS.DAT,
*> WTM-INCOME-DETAIL.DAT, WTM-DEBT-DETAIL.DAT, WTM-DEFICIT-LEDGER.DAT,
*> WTM-ACCOUNTING-EXPORT.DAT, WTM-SUBCAT-DETAIL.DAT,
*> WTM-TRANSACTIONS.DAT, WTM-BANK-ACCOUNTS.DAT, WTM-PAYROLL-SAVINGS.DAT,
*> WTM-SAVINGS-SPLIT.DAT, WTM-FWD-CONTRACTS.DAT, WTM-SCENARIOS.DAT,
*> WTM-KEYED-RUNS.DAT, WTM-QA-QUEUE.DAT, WTM-TAXEQ-POSTINGS.DAT,
*> WTM-WRITEOFFS.DAT, WTM-SAVINGS-GOALS.DAT, WTM-TRAVEL-ADVANCES.DAT,
*> WTM-BALANCE-SHEET.DAT, WTM-GARNISH-ORDERS.DAT,
*> WTM-GARNISH-LEDGER.DAT, WTM-CHANGE-REQUESTS.DAT, WTM-CASE-LOG.DAT,
*> WTM-LETTER-LOG.DAT, and WTM-EST-TAX-PAID.DAT
*> (each layout leads with the 9(6) ID, so one raw-image removal
*> pass serves them all), deletes the keyed companion rows in
*> BUDGET-HISTORY-KEYED.DAT and WTM-AUDIT-KEYED.DAT directly, walks the BUDGET-HISTORY-ARC-YYYYMM.DAT generations of
*> the last four years, and prints a purge certificate listing the
*> counts per file.
*> Three files carry the ID further in, and the same pass matches it
*> at its real offset: WTM-CLOSE-SNAPSHOTS.DAT (the H row's history
*> image and the D and E rows' employee ID start at position 22),
*> WTM-ACH-REGISTER.DAT (Areg-Employee-ID at position 7), and last
*> WTM-RECOVERY-JOURNAL.DAT, whose appended and image rows are
*> dropped when they belong to a file erased here (a partition's
*> -Pnn copy included) and the record inside matches by that file's
*> layout - otherwise a later WTM-ROLLFWD would write the person
*> back. Each image header's record count is lowered by the rows
*> taken out of its image, so the replay still sees it complete. Supervisor-gated, double-confirmed, and
*> writer-locked - nothing is touched before both confirmations.
*> An employee under a legal hold in force is refused before either
*> confirmation: nothing is erased, the refusal is displayed with the
*> hold's reason and raised as a LEGALHLD warning, and RC is 8.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-ERASE.

        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Keyed-Audit-Key
        FILE STATUS IS WS-Audit-Keyed-Status.
    SELECT Journal-File ASSIGN TO "WTM-RECOVERY-JOURNAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Journal-Status.
    SELECT Journal-Work-File ASSIGN TO "WTM-ERASE-JOURNAL.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Journal-Work-Status.
    SELECT Purge-Cert-File ASSIGN TO WS-Purge-Cert-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Purge-Cert-Status.
DATA DIVISION.
FILE SECTION.
FD  Erase-In-File.
01 Erase-In-Record PIC X(512).

FD  Erase-Work-File.
01 Erase-Work-Record PIC X(512).

FD  History-Keyed-File.
    COPY "WTM-HISTORY-KEYED-REC.cpy".
FD  Audit-Keyed-File.
    COPY "WTM-AUDIT-KEYED-REC.cpy".

FD  Journal-File.
    COPY "WTM-JOURNAL-REC.cpy".

FD  Journal-Work-File.
01 Journal-Work-Record PIC X(577).

FD  Purge-Cert-File.
01 Purge-Cert-Line PIC X(100).

01 WS-History-Keyed-Status PIC XX.
01 WS-Audit-Keyed-Status PIC XX.
01 WS-Purge-Cert-Status PIC XX.
01 WS-Journal-Status PIC XX.
01 WS-Journal-Work-Status PIC XX.
01 WS-Erase-File-Name PIC X(40).
01 WS-Purge-Cert-Name PIC X(40).
01 WS-File-EOF-Flag PIC X VALUE "N".
01 WS-Target-ID-X PIC X(6).
01 WS-Confirm PIC X(8).
01 WS-Rows-Removed PIC 9(7).
*> Sized for the worst case: twenty-six flat files, up to 49 archive
*> generations over the four-year window, the snapshot file, the ACH
*> register, both keyed companions, and the recovery journal.
01 WS-Certificate-Table.
    05 WS-Cert-Entry OCCURS 81 TIMES.
       10 WS-Cert-File    PIC X(40).
       10 WS-Cert-Removed PIC 9(7).
01 WS-Cert-Count PIC 9(2) VALUE 0.
    05 FILLER PIC X(40) VALUE 'WTM-AUDIT-LOG.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-ACTUALS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-INCOME-DETAIL.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-DEBT-DETAIL.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-SCENARIOS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-DEFICIT-LEDGER.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-ACCOUNTING-EXPORT.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-SUBCAT-DETAIL.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-TRANSACTIONS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-BANK-ACCOUNTS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-PAYROLL-SAVINGS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-SAVINGS-SPLIT.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-FWD-CONTRACTS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-KEYED-RUNS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-QA-QUEUE.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-TAXEQ-POSTINGS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-WRITEOFFS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-SAVINGS-GOALS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-TRAVEL-ADVANCES.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-BALANCE-SHEET.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-GARNISH-ORDERS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-GARNISH-LEDGER.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-CHANGE-REQUESTS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-CASE-LOG.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-LETTER-LOG.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-EST-TAX-PAID.DAT'.
01 WS-Flat-File-List REDEFINES WS-Flat-File-Values.
    05 WS-Flat-File-Name PIC X(40) OCCURS 27 TIMES.
01 WS-File-Idx PIC 9(2).
*> Where a file's rows carry the employee ID: L leading, S the close
*> snapshot's typed rows, A the ACH register, N not a file erased here.
01 WS-Erase-Layout PIC X VALUE "L".
    88 Layout-Leading-ID   VALUE "L".
    88 Layout-Snapshot     VALUE "S".
    88 Layout-ACH-Register VALUE "A".
    88 Layout-Not-Erased   VALUE "N".
01 WS-Match-Image PIC X(512).
01 WS-Row-Match-Flag PIC X VALUE "N".
    88 Row-Matches VALUE "Y" FALSE "N".
*> Recovery journal pass: the journaled file name with any partition
*> suffix taken off, and for each image that lost rows its header's
*> place in the journal and how many rows it lost.
01 WS-Jrn-Base-Name PIC X(40).
01 WS-Jrn-Name-Len PIC 9(2).
01 WS-Jrn-Header-No PIC 9(7).
01 WS-Jrn-Image-Count PIC 9(9).
01 WS-Jrn-Adjust-Table.
    05 WS-Jrn-Adjust-Entry OCCURS 5000 TIMES.
       10 WS-Jrn-Adj-Header  PIC 9(7).
       10 WS-Jrn-Adj-Removed PIC 9(9).
01 WS-Jrn-Adjust-Count PIC 9(4) VALUE 0.
01 WS-Jrn-Adj-Idx PIC 9(4).
01 WS-Jrn-Overflow-Flag PIC X VALUE "N".
    88 Jrn-Adjust-Overflowed VALUE "Y" FALSE "N".
01 WS-Keyed-Scan-Done-Flag PIC X VALUE "N".
    88 Keyed-Scan-Done VALUE "Y" FALSE "N".
01 WS-Arc-Try-Period PIC 9(6).
01 WS-Test-Numval PIC S9(6).
01 WS-Input-Valid PIC X VALUE "N".
    88 Input-Valid VALUE "Y".
01 WS-Alert-Severity PIC X.
01 WS-Alert-Source PIC X(20).
01 WS-Alert-Event-Code PIC X(8).
01 WS-Alert-Text PIC X(60).
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".
    COPY "WTM-HOLD-CHECK.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
        END-COMPUTE
    END-IF
END-PERFORM.
SET Hold-Load TO TRUE.
CALL 'WTM-HOLD-CHECK' USING WS-Hold-Function, WS-Hold-Employee-ID, WS-Hold-Result, WS-Hold-Reason.
SET Hold-Check TO TRUE.
MOVE WS-Target-ID TO WS-Hold-Employee-ID.
CALL 'WTM-HOLD-CHECK' USING WS-Hold-Function, WS-Hold-Employee-ID, WS-Hold-Result, WS-Hold-Reason.
IF Hold-Held THEN
    DISPLAY 'ERASE SKIPPED: employee ', WS-Target-ID, ' is under a legal hold - ', FUNCTION TRIM(WS-Hold-Reason), '.'
    DISPLAY 'Nothing was erased. The hold must be released in WTM-LEGALHOLD first.'
    MOVE "W" TO WS-Alert-Severity
    MOVE 'WTM-ERASE' TO WS-Alert-Source
    MOVE 'LEGALHLD' TO WS-Alert-Event-Code
    MOVE SPACES TO WS-Alert-Text
    STRING 'Erasure of held employee ' DELIMITED BY SIZE
        WS-Target-ID DELIMITED BY SIZE
        ' refused' DELIMITED BY SIZE
        INTO WS-Alert-Text
    CALL 'WTM-ALERT' USING WS-Alert-Severity, WS-Alert-Source, WS-Alert-Event-Code, WS-Alert-Text
    MOVE 8 TO RETURN-CODE
    GOBACK
END-IF.
DISPLAY 'ERASURE is permanent and reaches every file including archives.'.
DISPLAY 'Type ERASE to confirm removing every record for employee ', WS-Target-ID, ':'.
ACCEPT WS-Confirm.
END-IF.
PERFORM ACQUIRE-WRITER-LOCK-SECT.
MOVE WS-Target-ID TO WS-Target-ID-X.
SET Layout-Leading-ID TO TRUE.
PERFORM VARYING WS-File-Idx FROM 1 BY 1 UNTIL WS-File-Idx > 27
    MOVE WS-Flat-File-Name(WS-File-Idx) TO WS-Erase-File-Name
    PERFORM ERASE-ONE-FLAT-FILE-SECT
END-PERFORM.
PERFORM ERASE-ARCHIVES-SECT.
MOVE 'WTM-CLOSE-SNAPSHOTS.DAT' TO WS-Erase-File-Name.
SET Layout-Snapshot TO TRUE.
PERFORM ERASE-ONE-FLAT-FILE-SECT.
MOVE 'WTM-ACH-REGISTER.DAT' TO WS-Erase-File-Name.
SET Layout-ACH-Register TO TRUE.
PERFORM ERASE-ONE-FLAT-FILE-SECT.
PERFORM ERASE-HISTORY-KEYED-SECT.
PERFORM ERASE-AUDIT-KEYED-SECT.
PERFORM ERASE-JOURNAL-SECT.
PERFORM RELEASE-WRITER-LOCK-SECT.
PERFORM WRITE-PURGE-CERT-SECT.
DISPLAY 'Run WTM-POPBUILD now - the erased history rows left the benchmark population.'.
END-IF.

NOTE-CERT-LINE-SECT.
IF WS-Cert-Count < 81 THEN
    ADD 1 TO WS-Cert-Count
    MOVE WS-Erase-File-Name TO WS-Cert-File(WS-Cert-Count)
    MOVE WS-Rows-Removed TO WS-Cert-Removed(WS-Cert-Count)
END-IF.

ERASE-ONE-FLAT-FILE-SECT.
*> Pass 1: stream the file raw, dropping rows whose ID matches (at
*> the offset WS-Erase-Layout gives), into a work file. Pass 2:
*> rewrite the live file from the work file - the standard two-pass
*> rewrite. The ACH register is not under file control; WTM-ACHBUILD
*> appends to it without registering.
MOVE 0 TO WS-Rows-Removed.
MOVE "N" TO WS-File-EOF-Flag.
IF NOT Layout-ACH-Register THEN
    SET File-Ctl-Verify TO TRUE
    MOVE WS-Erase-File-Name TO WS-File-Ctl-Name
    CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result
END-IF.
OPEN INPUT Erase-In-File.
IF WS-Erase-In-Status NOT = "00" THEN
    DISPLAY FUNCTION TRIM(WS-Erase-File-Name), ': not on disk - nothing to erase.'
    READ Erase-In-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            MOVE Erase-In-Record TO WS-Match-Image
            PERFORM TEST-ERASE-ROW-SECT
            IF Row-Matches THEN
                ADD 1 TO WS-Rows-Removed
            ELSE
                WRITE Erase-Work-Record FROM Erase-In-Record
END-PERFORM.
CLOSE Erase-Work-File.
CLOSE Erase-In-File.
SET Rjn-File-Image TO TRUE.
MOVE WS-Erase-File-Name TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
IF NOT Layout-ACH-Register THEN
    SET File-Ctl-Register TO TRUE
    MOVE WS-Erase-File-Name TO WS-File-Ctl-Name
    CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result
END-IF.
PERFORM NOTE-CERT-LINE-SECT.
DISPLAY FUNCTION TRIM(WS-Erase-File-Name), ': ', WS-Rows-Removed, ' record(s) removed.'.

TEST-ERASE-ROW-SECT.
*> Does the row in WS-Match-Image belong to the employee being
*> erased, by the layout in WS-Erase-Layout? A snapshot's C rows
*> carry no employee and are never taken.
SET Row-Matches TO FALSE.
EVALUATE TRUE
    WHEN Layout-Leading-ID
        IF WS-Match-Image(1:6) = WS-Target-ID-X THEN
            SET Row-Matches TO TRUE
        END-IF
    WHEN Layout-Snapshot
        IF ((WS-Match-Image(7:1) = "H") OR (WS-Match-Image(7:1) = "D") OR (WS-Match-Image(7:1) = "E"))
            AND (WS-Match-Image(22:6) = WS-Target-ID-X) THEN
            SET Row-Matches TO TRUE
        END-IF
    WHEN Layout-ACH-Register
        IF WS-Match-Image(7:6) = WS-Target-ID-X THEN
            SET Row-Matches TO TRUE
        END-IF
END-EVALUATE.

ERASE-ARCHIVES-SECT.
*> The archive generations of the last four years get the same
*> removal pass; generations not on disk are simply skipped.
PERFORM NOTE-CERT-LINE-SECT.
DISPLAY 'WTM-AUDIT-KEYED.DAT: ', WS-Rows-Removed, ' record(s) removed.'.

ERASE-JOURNAL-SECT.
*> Run last, after every other file's erasure has journaled its own
*> clean image. Pass 1 copies the journal to a work file without the
*> person's rows and notes, per image header, the rows its image
*> lost; pass 2 writes the journal back with those headers' counts
*> lowered. If more images lost rows than can be noted, the journal
*> is left as it was and the run ends RC 8.
MOVE 'WTM-RECOVERY-JOURNAL.DAT' TO WS-Erase-File-Name.
MOVE 0 TO WS-Rows-Removed.
MOVE 0 TO WS-Jrn-Header-No.
MOVE 0 TO WS-Jrn-Adjust-Count.
SET Jrn-Adjust-Overflowed TO FALSE.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Journal-File.
IF WS-Journal-Status NOT = "00" THEN
    DISPLAY 'WTM-RECOVERY-JOURNAL.DAT: not on disk - nothing to erase.'
    EXIT PARAGRAPH
END-IF.
OPEN OUTPUT Journal-Work-File.
PERFORM UNTIL File-EOF
    READ Journal-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Rjn-Image-Header THEN
                ADD 1 TO WS-Jrn-Header-No
                WRITE Journal-Work-Record FROM Journal-Record
            ELSE
                PERFORM SET-JOURNAL-LAYOUT-SECT
                SET Row-Matches TO FALSE
                IF NOT Layout-Not-Erased THEN
                    MOVE Rjn-Record TO WS-Match-Image
                    PERFORM TEST-ERASE-ROW-SECT
                END-IF
                IF Row-Matches THEN
                    ADD 1 TO WS-Rows-Removed
                    IF Rjn-Image-Row THEN
                        PERFORM NOTE-JOURNAL-ADJUST-SECT
                    END-IF
                ELSE
                    WRITE Journal-Work-Record FROM Journal-Record
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Journal-File.
CLOSE Journal-Work-File.
IF Jrn-Adjust-Overflowed THEN
    DISPLAY 'WTM-RECOVERY-JOURNAL.DAT: more than 5000 journaled images hold this employee - the journal is NOT purged.'
    DISPLAY 'Take a fresh WTM-BACKUP, clear the journal, and run the erasure again.'
    MOVE 'WTM-RECOVERY-JOURNAL.DAT (NOT PURGED)' TO WS-Erase-File-Name
    MOVE 0 TO WS-Rows-Removed
    PERFORM NOTE-CERT-LINE-SECT
    MOVE 8 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
MOVE 0 TO WS-Jrn-Header-No.
MOVE 1 TO WS-Jrn-Adj-Idx.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Journal-Work-File.
OPEN OUTPUT Journal-File.
PERFORM UNTIL File-EOF
    READ Journal-Work-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            MOVE Journal-Work-Record TO Journal-Record
            IF Rjn-Image-Header THEN
                ADD 1 TO WS-Jrn-Header-No
                IF WS-Jrn-Adj-Idx <= WS-Jrn-Adjust-Count THEN
                    IF WS-Jrn-Adj-Header(WS-Jrn-Adj-Idx) = WS-Jrn-Header-No THEN
                        MOVE Rjn-Record(1:9) TO WS-Jrn-Image-Count
                        SUBTRACT WS-Jrn-Adj-Removed(WS-Jrn-Adj-Idx) FROM WS-Jrn-Image-Count
                        MOVE WS-Jrn-Image-Count TO Rjn-Record(1:9)
                        ADD 1 TO WS-Jrn-Adj-Idx
                    END-IF
                END-IF
            END-IF
            WRITE Journal-Record
    END-READ
END-PERFORM.
CLOSE Journal-Work-File.
CLOSE Journal-File.
PERFORM NOTE-CERT-LINE-SECT.
DISPLAY 'WTM-RECOVERY-JOURNAL.DAT: ', WS-Rows-Removed, ' record(s) removed.'.

SET-JOURNAL-LAYOUT-SECT.
*> The layout of the file a journal row was written to: a partition's
*> copy (BUDGET-HISTORY-P03.DAT) counts as its live file.
MOVE Rjn-File-Name TO WS-Jrn-Base-Name.
MOVE 0 TO WS-Jrn-Name-Len.
INSPECT Rjn-File-Name TALLYING WS-Jrn-Name-Len FOR CHARACTERS BEFORE INITIAL '.DAT'.
IF (WS-Jrn-Name-Len > 4) AND (WS-Jrn-Name-Len < 37) THEN
    IF (Rjn-File-Name(WS-Jrn-Name-Len - 3:2) = '-P') AND (Rjn-File-Name(WS-Jrn-Name-Len - 1:2) IS NUMERIC) THEN
        MOVE SPACES TO WS-Jrn-Base-Name
        STRING Rjn-File-Name(1:WS-Jrn-Name-Len - 4) DELIMITED BY SIZE
            '.DAT' DELIMITED BY SIZE
            INTO WS-Jrn-Base-Name
    END-IF
END-IF.
SET Layout-Not-Erased TO TRUE.
IF WS-Jrn-Base-Name(1:19) = 'BUDGET-HISTORY-ARC-' THEN
    SET Layout-Leading-ID TO TRUE
END-IF.
IF WS-Jrn-Base-Name = 'WTM-CLOSE-SNAPSHOTS.DAT' THEN
    SET Layout-Snapshot TO TRUE
END-IF.
IF WS-Jrn-Base-Name = 'WTM-ACH-REGISTER.DAT' THEN
    SET Layout-ACH-Register TO TRUE
END-IF.
PERFORM VARYING WS-File-Idx FROM 1 BY 1 UNTIL WS-File-Idx > 27
    IF WS-Flat-File-Name(WS-File-Idx) = WS-Jrn-Base-Name THEN
        SET Layout-Leading-ID TO TRUE
    END-IF
END-PERFORM.

NOTE-JOURNAL-ADJUST-SECT.
*> One more row gone from the image begun by the latest header.
IF WS-Jrn-Adjust-Count > 0 THEN
    IF WS-Jrn-Adj-Header(WS-Jrn-Adjust-Count) = WS-Jrn-Header-No THEN
        ADD 1 TO WS-Jrn-Adj-Removed(WS-Jrn-Adjust-Count)
        EXIT PARAGRAPH
    END-IF
END-IF.
IF WS-Jrn-Adjust-Count < 5000 THEN
    ADD 1 TO WS-Jrn-Adjust-Count
    MOVE WS-Jrn-Header-No TO WS-Jrn-Adj-Header(WS-Jrn-Adjust-Count)
    MOVE 1 TO WS-Jrn-Adj-Removed(WS-Jrn-Adjust-Count)
ELSE
    SET Jrn-Adjust-Overflowed TO TRUE
END-IF.

WRITE-PURGE-CERT-SECT.
MOVE SPACES TO WS-Purge-Cert-Name.
STRING 'WTM-PURGE-CERT-' DELIMITED BY SIZE

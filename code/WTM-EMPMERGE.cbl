*> income detail, deficit ledger, and audit records and undercounting
*> them on every per-employee report. This utility rekeys every
*> record for a source ID to a target ID across BUDGET-HISTORY.DAT,
*> WTM-ACTUALS.DAT, WTM-INCOME-DETAIL.DAT, WTM-DEBT-DETAIL.DAT,
*> WTM-SCENARIOS.DAT, WTM-KEYED-RUNS.DAT, WTM-QA-QUEUE.DAT,
*> WTM-DEFICIT-LEDGER.DAT, WTM-WRITEOFFS.DAT, WTM-SAVINGS-GOALS.DAT,
*> WTM-TRAVEL-ADVANCES.DAT, WTM-BALANCE-SHEET.DAT, WTM-GARNISH-ORDERS.DAT,
*> WTM-GARNISH-LEDGER.DAT, WTM-CHANGE-REQUESTS.DAT, WTM-CASE-LOG.DAT,
*> WTM-LETTER-LOG.DAT, WTM-BANK-ACCOUNTS.DAT, WTM-SAVINGS-SPLIT.DAT,
*> WTM-EST-TAX-PAID.DAT, and WTM-AUDIT-LOG.DAT,
*> retires the source on the employee master,
*> and prints before/after counts per file. Every one of these
*> layouts leads with the 9(6) employee ID, so one raw-image rekey
*> pass serves them all - the same raw-record technique
*> WTM-HIST-MIGRATE uses. The keyed companions are NOT rewritten
*> here: run WTM-KEYFILE-BUILD afterwards, the shop's standing answer
*> for keyed files that drifted from their flats.
*> Pairs a reviewer confirmed on WTM-DUPSCAN wait on
*> WTM-MERGE-QUEUE.DAT; the oldest pending pair is offered as the
*> source and target before the IDs are asked for. Every merge run
*> here is recorded on the queue as merged - the queued row when
*> there is one, otherwise a new row - so WTM-DUPSCAN does not offer
*> the pair again.
*> A merge touching an employee under a legal hold in force - source
*> or target - is refused: rekeying would alter the held records.
*> Nothing changes, a queued pair stays pending, and RC is 8.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-EMPMERGE.

    SELECT Employee-Master-File ASSIGN TO "WTM-EMPLOYEE-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Employee-Master-Status.
    SELECT Merge-Queue-File ASSIGN TO "WTM-MERGE-QUEUE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Merge-Queue-Status.

DATA DIVISION.
FILE SECTION.
FD  Rekey-In-File.
01 Rekey-In-Record PIC X(512).

FD  Rekey-Work-File.
01 Rekey-Work-Record PIC X(512).

FD  Employee-Master-File.
    COPY "WTM-EMPLOYEE-MASTER-REC.cpy".

FD  Merge-Queue-File.
    COPY "WTM-MERGE-QUEUE-REC.cpy".

WORKING-STORAGE SECTION.
01 WS-Rekey-In-Status PIC XX.
01 WS-Rekey-Work-Status PIC XX.
01 WS-Employee-Master-Status PIC XX.
01 WS-Merge-Queue-Status PIC XX.
01 WS-Rekey-File-Name PIC X(40).
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
    05 FILLER PIC X(40) VALUE 'BUDGET-HISTORY.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-ACTUALS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-INCOME-DETAIL.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-DEBT-DETAIL.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-SCENARIOS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-KEYED-RUNS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-QA-QUEUE.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-DEFICIT-LEDGER.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-WRITEOFFS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-SAVINGS-GOALS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-TRAVEL-ADVANCES.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-BALANCE-SHEET.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-GARNISH-ORDERS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-GARNISH-LEDGER.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-CHANGE-REQUESTS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-CASE-LOG.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-LETTER-LOG.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-BANK-ACCOUNTS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-SAVINGS-SPLIT.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-EST-TAX-PAID.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-AUDIT-LOG.DAT'.
01 WS-File-List REDEFINES WS-File-List-Values.
    05 WS-File-Name-Entry PIC X(40) OCCURS 21 TIMES.
01 WS-File-Idx PIC 9(2).
*> Master-retire pass works on the loaded table, the same in-memory
*> edit-and-rewrite WTM-EMPMAINT uses.
       10 WS-Empl-Department PIC X(10).
       10 WS-Empl-Company    PIC X(3).
       10 WS-Empl-Term-Date  PIC 9(8).
       10 WS-Empl-Tax-Locality PIC X(4).
01 WS-Employee-Master-Count PIC 9(4) VALUE 0.
01 WS-Source-On-Master PIC X VALUE "N".
01 WS-Target-On-Master PIC X VALUE "N".
01 WS-Input-Valid PIC X VALUE "N".
    88 Input-Valid VALUE "Y".
01 WS-Accept-Target PIC 9(6).
*> WTM-MERGE-QUEUE.DAT held whole, so a row can be marked merged and
*> the file rewritten.
01 WS-Merge-Queue-Table.
    05 WS-Mrq-Image PIC X(48) OCCURS 500 TIMES.
01 WS-Mrq-Count PIC 9(4) VALUE 0.
01 WS-Mrq-Idx PIC 9(4).
01 WS-Mrq-Offered PIC 9(4) VALUE 0.
01 WS-Mrq-Pending PIC 9(4) VALUE 0.
01 WS-Mrq-Marked PIC 9(4).
01 WS-Mrq-Overflow-Flag PIC X VALUE "N".
    88 Merge-Queue-Overflowed VALUE "Y" FALSE "N".
01 WS-Merged-By PIC X(8).
01 WS-Lock-Action PIC X.
01 WS-Lock-Result PIC X.
01 WS-Lock-Held-Flag PIC X VALUE "N".
01 WS-Gate-Result PIC X.
    88 Gate-Granted VALUE "G" FALSE "D".
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".
    COPY "WTM-HOLD-CHECK.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM LOAD-MERGE-QUEUE-SECT.
IF WS-Mrq-Offered > 0 THEN
    MOVE WS-Mrq-Image(WS-Mrq-Offered) TO Merge-Queue-Record
    DISPLAY WS-Mrq-Pending, ' confirmed duplicate pair(s) are waiting on WTM-MERGE-QUEUE.DAT. Oldest:'
    DISPLAY '  source ', Mrq-Source-ID, ' into target ', Mrq-Target-ID, ' (score ', Mrq-Score,
        ', confirmed by ', Mrq-Requested-By, ' on ', Mrq-Request-Date, ')'
    DISPLAY 'Enter Y to merge this pair, anything else to key the IDs by hand:'
    ACCEPT WS-Confirm
    IF (WS-Confirm = "Y") OR (WS-Confirm = "y") THEN
        MOVE Mrq-Source-ID TO WS-Source-ID
        MOVE Mrq-Target-ID TO WS-Target-ID
    ELSE
        MOVE 0 TO WS-Mrq-Offered
    END-IF
END-IF.
IF WS-Mrq-Offered = 0 THEN
    DISPLAY 'Enter the SOURCE employee ID (the duplicate to be retired):'
    PERFORM ACCEPT-EMPLOYEE-ID-SECT
    MOVE WS-Accept-Target TO WS-Source-ID
    DISPLAY 'Enter the TARGET employee ID (the surviving identity):'
    PERFORM ACCEPT-EMPLOYEE-ID-SECT
    MOVE WS-Accept-Target TO WS-Target-ID
END-IF.
IF WS-Source-ID = WS-Target-ID THEN
    DISPLAY 'MERGE ERROR: source and target are the same ID - nothing to do.'
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
SET Hold-Load TO TRUE.
CALL 'WTM-HOLD-CHECK' USING WS-Hold-Function, WS-Hold-Employee-ID, WS-Hold-Result, WS-Hold-Reason.
SET Hold-Check TO TRUE.
MOVE WS-Source-ID TO WS-Hold-Employee-ID.
CALL 'WTM-HOLD-CHECK' USING WS-Hold-Function, WS-Hold-Employee-ID, WS-Hold-Result, WS-Hold-Reason.
IF NOT Hold-Held THEN
    MOVE WS-Target-ID TO WS-Hold-Employee-ID
    CALL 'WTM-HOLD-CHECK' USING WS-Hold-Function, WS-Hold-Employee-ID, WS-Hold-Result, WS-Hold-Reason
END-IF.
IF Hold-Held THEN
    DISPLAY 'MERGE SKIPPED: employee ', WS-Hold-Employee-ID, ' is under a legal hold - ', FUNCTION TRIM(WS-Hold-Reason), '.'
    DISPLAY 'Nothing was rekeyed. The hold must be released in WTM-LEGALHOLD first.'
    MOVE 8 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM LOAD-EMPLOYEE-MASTER-SECT.
IF File-Ctl-Mismatch THEN
    DISPLAY 'EMPMERGE REFUSED: WTM-EMPLOYEE-MASTER.DAT does not agree with the file control registry -'
    DISPLAY 'rewriting it now would make the difference look sanctioned. Investigate, then re-register it in WTM-FILEREG.'
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
IF WS-Employee-Master-Count > 0 THEN
    IF WS-Target-On-Master = "N" THEN
        DISPLAY 'MERGE ERROR: target ', WS-Target-ID, ' is not on the employee master - records would be orphaned.'
PERFORM ACQUIRE-WRITER-LOCK-SECT.
MOVE WS-Source-ID TO WS-Source-ID-X.
MOVE WS-Target-ID TO WS-Target-ID-X.
PERFORM VARYING WS-File-Idx FROM 1 BY 1 UNTIL WS-File-Idx > 21
    MOVE WS-File-Name-Entry(WS-File-Idx) TO WS-Rekey-File-Name
    PERFORM REKEY-ONE-FILE-SECT
END-PERFORM.
PERFORM RETIRE-SOURCE-ON-MASTER-SECT.
PERFORM RECORD-MERGE-ON-QUEUE-SECT.
PERFORM RELEASE-WRITER-LOCK-SECT.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY 'Merge complete: ', WS-Total-Rekeyed, ' record(s) rekeyed across 21 file(s).'.
DISPLAY 'Run WTM-KEYFILE-BUILD now so the keyed companions follow the rekeyed flats.'.
GOBACK.

MOVE 0 TO WS-Rows-Rekeyed.
MOVE 0 TO WS-Target-Rows-Before.
MOVE "N" TO WS-File-EOF-Flag.
SET File-Ctl-Verify TO TRUE.
MOVE WS-Rekey-File-Name TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Rekey-In-File.
IF WS-Rekey-In-Status NOT = "00" THEN
    DISPLAY FUNCTION TRIM(WS-Rekey-File-Name), ': not on disk (file status ', WS-Rekey-In-Status, ') - skipped.'
END-PERFORM.
CLOSE Rekey-Work-File.
CLOSE Rekey-In-File.
SET Rjn-File-Image TO TRUE.
MOVE WS-Rekey-File-Name TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
SET File-Ctl-Register TO TRUE.
MOVE WS-Rekey-File-Name TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
ADD WS-Rows-Rekeyed TO WS-Total-Rekeyed.
COMPUTE WS-Target-Rows-After = WS-Target-Rows-Before + WS-Rows-Rekeyed.
DISPLAY FUNCTION TRIM(WS-Rekey-File-Name), ': ', WS-Rows-Rekeyed, ' row(s) rekeyed; target rows ',
MOVE 0 TO WS-Employee-Master-Count.
MOVE "N" TO WS-Source-On-Master.
MOVE "N" TO WS-Target-On-Master.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-EMPLOYEE-MASTER.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Employee-Master-File.
IF WS-Employee-Master-Status = "00" THEN
    PERFORM UNTIL WS-Employee-Master-Status NOT = "00"
                    ELSE
                        MOVE 0 TO WS-Empl-Term-Date(WS-Employee-Master-Count)
                    END-IF
                    MOVE Empl-Tax-Locality TO WS-Empl-Tax-Locality(WS-Employee-Master-Count)
                    IF Empl-ID = WS-Source-ID THEN
                        MOVE "Y" TO WS-Source-On-Master
                    END-IF
    MOVE WS-Empl-Department(Empl-Idx) TO Empl-Department
    MOVE WS-Empl-Company(Empl-Idx) TO Empl-Company
    MOVE WS-Empl-Term-Date(Empl-Idx) TO Empl-Term-Date
    MOVE WS-Empl-Tax-Locality(Empl-Idx) TO Empl-Tax-Locality
    WRITE Employee-Master-Record
END-PERFORM.
CLOSE Employee-Master-File.
SET Rjn-File-Image TO TRUE.
MOVE 'WTM-EMPLOYEE-MASTER.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
SET File-Ctl-Register TO TRUE.
MOVE 'WTM-EMPLOYEE-MASTER.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
DISPLAY 'Source ', WS-Source-ID, ' retired (deactivated) on the employee master.'.

LOAD-MERGE-QUEUE-SECT.
MOVE 0 TO WS-Mrq-Count.
MOVE 0 TO WS-Mrq-Offered.
MOVE 0 TO WS-Mrq-Pending.
OPEN INPUT Merge-Queue-File.
IF WS-Merge-Queue-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Merge-Queue-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF WS-Mrq-Count < 500 THEN
                ADD 1 TO WS-Mrq-Count
                MOVE Merge-Queue-Record TO WS-Mrq-Image(WS-Mrq-Count)
                IF Mrq-Pending THEN
                    ADD 1 TO WS-Mrq-Pending
                    IF WS-Mrq-Offered = 0 THEN
                        MOVE WS-Mrq-Count TO WS-Mrq-Offered
                    END-IF
                END-IF
            ELSE
                SET Merge-Queue-Overflowed TO TRUE
            END-IF
    END-READ
END-PERFORM.
CLOSE Merge-Queue-File.
MOVE "N" TO WS-File-EOF-Flag.

RECORD-MERGE-ON-QUEUE-SECT.
*> Mark every pending row for this source and target merged; a merge
*> keyed by hand with no queued row gets a merged row of its own.
IF WTM-Operator-ID = SPACES THEN
    MOVE 'UNKNOWN ' TO WS-Merged-By
ELSE
    MOVE WTM-Operator-ID TO WS-Merged-By
END-IF.
IF Merge-Queue-Overflowed THEN
    DISPLAY 'WARNING: WTM-MERGE-QUEUE.DAT holds more than 500 rows - it is not rewritten; mark ',
        WS-Source-ID, ' into ', WS-Target-ID, ' merged there by hand.'
    EXIT PARAGRAPH
END-IF.
MOVE 0 TO WS-Mrq-Marked.
PERFORM VARYING WS-Mrq-Idx FROM 1 BY 1 UNTIL WS-Mrq-Idx > WS-Mrq-Count
    MOVE WS-Mrq-Image(WS-Mrq-Idx) TO Merge-Queue-Record
    IF Mrq-Pending AND (Mrq-Source-ID = WS-Source-ID) AND (Mrq-Target-ID = WS-Target-ID) THEN
        SET Mrq-Merged TO TRUE
        MOVE WS-Merged-By TO Mrq-Merged-By
        MOVE FUNCTION CURRENT-DATE(1:8) TO Mrq-Merge-Date
        MOVE Merge-Queue-Record TO WS-Mrq-Image(WS-Mrq-Idx)
        ADD 1 TO WS-Mrq-Marked
    END-IF
END-PERFORM.
IF WS-Mrq-Marked = 0 THEN
    IF WS-Mrq-Count < 500 THEN
        MOVE WS-Source-ID TO Mrq-Source-ID
        MOVE WS-Target-ID TO Mrq-Target-ID
        MOVE 0 TO Mrq-Score
        MOVE WS-Merged-By TO Mrq-Requested-By
        MOVE FUNCTION CURRENT-DATE(1:8) TO Mrq-Request-Date
        SET Mrq-Merged TO TRUE
        MOVE WS-Merged-By TO Mrq-Merged-By
        MOVE FUNCTION CURRENT-DATE(1:8) TO Mrq-Merge-Date
        ADD 1 TO WS-Mrq-Count
        MOVE Merge-Queue-Record TO WS-Mrq-Image(WS-Mrq-Count)
    ELSE
        DISPLAY 'WARNING: WTM-MERGE-QUEUE.DAT is full - this merge is not recorded there.'
        EXIT PARAGRAPH
    END-IF
END-IF.
OPEN OUTPUT Merge-Queue-File.
IF WS-Merge-Queue-Status NOT = "00" THEN
    DISPLAY 'WARNING: could not rewrite WTM-MERGE-QUEUE.DAT, file status ', WS-Merge-Queue-Status
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING WS-Mrq-Idx FROM 1 BY 1 UNTIL WS-Mrq-Idx > WS-Mrq-Count
    MOVE WS-Mrq-Image(WS-Mrq-Idx) TO Merge-Queue-Record
    WRITE Merge-Queue-Record
END-PERFORM.
CLOSE Merge-Queue-File.
SET Rjn-File-Image TO TRUE.
MOVE 'WTM-MERGE-QUEUE.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
DISPLAY 'WTM-MERGE-QUEUE.DAT: ', WS-Source-ID, ' into ', WS-Target-ID, ' recorded as merged.'.

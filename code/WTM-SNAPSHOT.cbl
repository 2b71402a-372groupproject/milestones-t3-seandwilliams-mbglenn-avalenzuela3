*> Closed-period snapshot keeper, CALLed the way WTM-FILECTL is:
*>   CALL 'WTM-SNAPSHOT' USING function, period, result
*>     function  X      'W' write - freeze the period onto
*>                      WTM-CLOSE-SNAPSHOTS.DAT as it stands now
*>                      'C' compare - the period's latest snapshot
*>                      (as closed) against the live files (as
*>                      currently stated)
*>     period    9(6)   the budget period, YYYYMM
*>     result           WTM-SNAPSHOT-CTL.cpy
*> Once WTM-PERIOD-CLOSE locks a month, later merges, backouts,
*> erasures and archive runs can still change what the live files
*> show for it, and a rerun report stops matching what accounting was
*> given. The close therefore writes the month's history runs, each
*> employee's deficit ledger balance through the month, and the
*> month's export records to the snapshot file
*> (WTM-CLOSE-SNAPSHOT-REC.cpy), and the report book, the annual
*> statements and balancing report "as closed" from it alongside "as
*> currently stated". History and export rows are matched on their
*> run ID, or on employee and run/export date for rows written before
*> run IDs; ledger balances are matched by employee. An erasure is
*> the one exception: WTM-ERASE takes the erased employee out of the
*> snapshots too, so neither side of a comparison shows them.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-SNAPSHOT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Close-Snapshot-File ASSIGN TO "WTM-CLOSE-SNAPSHOTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Close-Snapshot-Status.
    SELECT Budget-History-File ASSIGN TO "BUDGET-HISTORY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Budget-History-Status.
    SELECT Deficit-Ledger-File ASSIGN TO "WTM-DEFICIT-LEDGER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Deficit-Ledger-Status.
    SELECT Acct-Export-File ASSIGN TO "WTM-ACCOUNTING-EXPORT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Acct-Export-Status.

DATA DIVISION.
FILE SECTION.
FD  Close-Snapshot-File.
    COPY "WTM-CLOSE-SNAPSHOT-REC.cpy".

FD  Budget-History-File.
    COPY "WTM-HISTORY-REC.cpy".

FD  Deficit-Ledger-File.
    COPY "WTM-DEFICIT-LEDGER-REC.cpy".

FD  Acct-Export-File.
    COPY "WTM-ACCOUNTING-EXPORT-REC.cpy".

WORKING-STORAGE SECTION.
01 WS-Close-Snapshot-Status PIC XX.
01 WS-Budget-History-Status PIC XX.
01 WS-Deficit-Ledger-Status PIC XX.
01 WS-Acct-Export-Status PIC XX.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Period PIC 9(6).
01 WS-Stamp PIC 9(14).
01 WS-Plan-Amount PIC S9(9)V99.
01 WS-Export-Period PIC 9(6).
01 WS-Export-Counts-Flag PIC X VALUE "N".
    88 Export-Counts VALUE "Y" FALSE "N".
*> The snapshot's runs, ledger balances and export rows for the
*> period, matched off one by one against the live files.
01 WS-Closed-Run-Table.
    05 WS-Cr-Entry OCCURS 2000 TIMES.
       10 WS-Cr-Employee-ID PIC 9(6).
       10 WS-Cr-Run-ID      PIC X(24).
       10 WS-Cr-Run-Date    PIC 9(8).
       10 WS-Cr-Salary      PIC S9(8)V99.
       10 WS-Cr-Plan        PIC S9(9)V99.
       10 WS-Cr-Matched     PIC X.
01 WS-Closed-Run-Count PIC 9(4) VALUE 0.
01 WS-Closed-Export-Table.
    05 WS-Ce-Entry OCCURS 2000 TIMES.
       10 WS-Ce-Employee-ID PIC 9(6).
       10 WS-Ce-Run-ID      PIC X(24).
       10 WS-Ce-Date        PIC 9(8).
       10 WS-Ce-Salary      PIC S9(8)V99.
       10 WS-Ce-Matched     PIC X.
01 WS-Closed-Export-Count PIC 9(4) VALUE 0.
*> Ledger balances per employee: the closed column from the D rows,
*> the current column summed from the live ledger.
01 WS-Ledger-Table.
    05 WS-Lg-Entry OCCURS 2000 TIMES.
       10 WS-Lg-Employee-ID PIC 9(6).
       10 WS-Lg-Closed      PIC S9(9)V99.
       10 WS-Lg-Current     PIC S9(9)V99.
01 WS-Ledger-Count PIC 9(4) VALUE 0.
01 WS-Idx PIC 9(4).
01 WS-Slot PIC 9(4).
01 WS-Work-Employee PIC 9(6).
01 WS-Work-Run-ID PIC X(24).
01 WS-Work-Date PIC 9(8).
01 WS-Diff-Kind PIC X(7).
01 WS-Diff-Change PIC X.
01 WS-Diff-Employee PIC 9(6).
01 WS-Diff-Key PIC X(24).
01 WS-Diff-Closed PIC S9(11)V99.
01 WS-Diff-Current PIC S9(11)V99.
01 WS-Rows-Written PIC 9(7).
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".

LINKAGE SECTION.
    COPY "WTM-SNAPSHOT-CTL.cpy" REPLACING LEADING ==WS-Snap== BY ==LS-Snap==.

PROCEDURE DIVISION USING LS-Snap-Function, LS-Snap-Period, LS-Snap-Result.
MOVE LS-Snap-Period TO WS-Period.
INITIALIZE LS-Snap-Result.
SET Snap-Table-Overflow TO FALSE.
MOVE 0 TO WS-Closed-Run-Count.
MOVE 0 TO WS-Closed-Export-Count.
MOVE 0 TO WS-Ledger-Count.
EVALUATE TRUE
    WHEN Snap-Write
        PERFORM WRITE-SNAPSHOT-SECT
    WHEN Snap-Compare
        PERFORM COMPARE-SNAPSHOT-SECT
    WHEN OTHER
        SET Snap-Failed TO TRUE
END-EVALUATE.
GOBACK.

WRITE-SNAPSHOT-SECT.
*> One set per close: the control row, then every history run of
*> the period, every employee's ledger balance through it, and every
*> export record dated in it.
MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Stamp.
PERFORM TALLY-CURRENT-LEDGER-SECT.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-CLOSE-SNAPSHOTS.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN EXTEND Close-Snapshot-File.
IF WS-Close-Snapshot-Status = "35" THEN
    OPEN OUTPUT Close-Snapshot-File
END-IF.
IF WS-Close-Snapshot-Status NOT = "00" THEN
    DISPLAY 'SNAPSHOT: could not write WTM-CLOSE-SNAPSHOTS.DAT, file status ', WS-Close-Snapshot-Status
    SET Snap-Failed TO TRUE
    EXIT PARAGRAPH
END-IF.
MOVE 0 TO WS-Rows-Written.
MOVE WS-Stamp TO LS-Snap-Close-Stamp.
IF WTM-Operator-ID = SPACES THEN
    MOVE 'UNKNOWN ' TO LS-Snap-Close-Operator
ELSE
    MOVE WTM-Operator-ID TO LS-Snap-Close-Operator
END-IF.
MOVE SPACES TO Close-Snapshot-Record.
SET Snp-Control-Row TO TRUE.
MOVE LS-Snap-Close-Operator TO Snp-Operator-ID.
PERFORM WRITE-SNAPSHOT-ROW-SECT.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Budget-History-File.
IF WS-Budget-History-Status = "00" THEN
    PERFORM UNTIL File-EOF
        READ Budget-History-File
            AT END SET File-EOF TO TRUE
            NOT AT END
                IF (Hist-Period = WS-Period) AND (Hist-Superseded-Flag NOT = "S") THEN
                    ADD 1 TO LS-Snap-Closed-Runs
                    ADD Hist-Salary TO LS-Snap-Closed-Salary
                    PERFORM COMPUTE-PLAN-SECT
                    ADD WS-Plan-Amount TO LS-Snap-Closed-Plan
                    MOVE SPACES TO Close-Snapshot-Record
                    SET Snp-History-Row TO TRUE
                    MOVE Budget-History-Record TO Snp-History-Image
                    PERFORM WRITE-SNAPSHOT-ROW-SECT
                END-IF
        END-READ
    END-PERFORM
    CLOSE Budget-History-File
END-IF.
PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-Ledger-Count
    IF WS-Lg-Current(WS-Idx) NOT = 0 THEN
        ADD WS-Lg-Current(WS-Idx) TO LS-Snap-Closed-Ledger
        MOVE SPACES TO Close-Snapshot-Record
        SET Snp-Deficit-Row TO TRUE
        MOVE WS-Lg-Employee-ID(WS-Idx) TO Snp-Def-Employee-ID
        MOVE WS-Lg-Current(WS-Idx) TO Snp-Def-Balance
        PERFORM WRITE-SNAPSHOT-ROW-SECT
    END-IF
END-PERFORM.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Acct-Export-File.
IF WS-Acct-Export-Status = "00" THEN
    PERFORM UNTIL File-EOF
        READ Acct-Export-File
            AT END SET File-EOF TO TRUE
            NOT AT END
                PERFORM CHECK-EXPORT-COUNTS-SECT
                IF Export-Counts THEN
                    ADD 1 TO LS-Snap-Closed-Exports
                    ADD Acct-Salary TO LS-Snap-Closed-Exp-Salary
                    MOVE SPACES TO Close-Snapshot-Record
                    SET Snp-Export-Row TO TRUE
                    MOVE Acct-Employee-ID TO Snp-Exp-Employee-ID
                    MOVE Acct-Export-Date TO Snp-Exp-Date
                    MOVE Acct-Salary TO Snp-Exp-Salary
                    MOVE Acct-Run-ID TO Snp-Exp-Run-ID
                    PERFORM WRITE-SNAPSHOT-ROW-SECT
                END-IF
        END-READ
    END-PERFORM
    CLOSE Acct-Export-File
END-IF.
CLOSE Close-Snapshot-File.
SET File-Ctl-Register TO TRUE.
MOVE 'WTM-CLOSE-SNAPSHOTS.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
SET Snap-Done TO TRUE.

WRITE-SNAPSHOT-ROW-SECT.
MOVE WS-Period TO Snp-Period.
MOVE WS-Stamp TO Snp-Close-Stamp.
WRITE Close-Snapshot-Record.
ADD 1 TO WS-Rows-Written.
SET Rjn-After-Image TO TRUE.
MOVE 'WTM-CLOSE-SNAPSHOTS.DAT' TO WS-Rjn-File-Name.
MOVE Close-Snapshot-Record TO WS-Rjn-Record.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.

COMPUTE-PLAN-SECT.
*> Planned spend: the six category amounts, as the report book sums
*> them.
COMPUTE WS-Plan-Amount = Hist-Rent + Hist-Bills + Hist-Food + Hist-Travel
    + Hist-Taxes + Hist-Insurance.

CHECK-EXPORT-COUNTS-SECT.
*> The rows the period's balancing counts: dated in the period,
*> domestic, and not superseded.
SET Export-Counts TO FALSE.
IF Acct-Superseded OR (Acct-Export-Date NOT NUMERIC) THEN
    EXIT PARAGRAPH
END-IF.
IF (Acct-Curr-Code NOT = "Dol") AND (Acct-Curr-Code NOT = SPACES) THEN
    EXIT PARAGRAPH
END-IF.
COMPUTE WS-Export-Period = Acct-Export-Date / 100.
IF WS-Export-Period = WS-Period THEN
    SET Export-Counts TO TRUE
END-IF.

TALLY-CURRENT-LEDGER-SECT.
*> Each employee's balance through the period - rows posted for
*> later periods are not part of it.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Deficit-Ledger-File.
IF WS-Deficit-Ledger-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Deficit-Ledger-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Led-Period <= WS-Period THEN
                MOVE Led-Employee-ID TO WS-Work-Employee
                PERFORM FIND-LEDGER-SLOT-SECT
                IF WS-Slot > 0 THEN
                    ADD Led-Amount TO WS-Lg-Current(WS-Slot)
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Deficit-Ledger-File.

FIND-LEDGER-SLOT-SECT.
*> Finds (or adds) WS-Work-Employee's ledger slot.
MOVE 0 TO WS-Slot.
PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL (WS-Idx > WS-Ledger-Count) OR (WS-Slot > 0)
    IF WS-Lg-Employee-ID(WS-Idx) = WS-Work-Employee THEN
        MOVE WS-Idx TO WS-Slot
    END-IF
END-PERFORM.
IF WS-Slot = 0 THEN
    IF WS-Ledger-Count < 2000 THEN
        ADD 1 TO WS-Ledger-Count
        MOVE WS-Ledger-Count TO WS-Slot
        MOVE WS-Work-Employee TO WS-Lg-Employee-ID(WS-Slot)
        MOVE 0 TO WS-Lg-Closed(WS-Slot)
        MOVE 0 TO WS-Lg-Current(WS-Slot)
    ELSE
        SET Snap-Table-Overflow TO TRUE
    END-IF
END-IF.

COMPARE-SNAPSHOT-SECT.
PERFORM LOAD-SNAPSHOT-SECT.
IF LS-Snap-Close-Stamp = 0 THEN
    SET Snap-None TO TRUE
    EXIT PARAGRAPH
END-IF.
PERFORM COMPARE-HISTORY-SECT.
PERFORM COMPARE-LEDGER-SECT.
PERFORM COMPARE-EXPORTS-SECT.
SET Snap-Done TO TRUE.

LOAD-SNAPSHOT-SECT.
*> The file is in close order, so a later control row for the period
*> starts the set afresh - the latest close is what accounting has.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Close-Snapshot-File.
IF WS-Close-Snapshot-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Close-Snapshot-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Snp-Period = WS-Period THEN
                PERFORM LOAD-ONE-SNAPSHOT-ROW-SECT
            END-IF
    END-READ
END-PERFORM.
CLOSE Close-Snapshot-File.

LOAD-ONE-SNAPSHOT-ROW-SECT.
EVALUATE TRUE
    WHEN Snp-Control-Row
        INITIALIZE LS-Snap-Closed-Totals
        MOVE Snp-Close-Stamp TO LS-Snap-Close-Stamp
        MOVE Snp-Operator-ID TO LS-Snap-Close-Operator
        MOVE 0 TO WS-Closed-Run-Count
        MOVE 0 TO WS-Closed-Export-Count
        MOVE 0 TO WS-Ledger-Count
    WHEN Snp-History-Row
        MOVE Snp-History-Image TO Budget-History-Record
        ADD 1 TO LS-Snap-Closed-Runs
        ADD Hist-Salary TO LS-Snap-Closed-Salary
        PERFORM COMPUTE-PLAN-SECT
        ADD WS-Plan-Amount TO LS-Snap-Closed-Plan
        IF WS-Closed-Run-Count < 2000 THEN
            ADD 1 TO WS-Closed-Run-Count
            MOVE Hist-Employee-ID TO WS-Cr-Employee-ID(WS-Closed-Run-Count)
            MOVE Hist-Run-ID TO WS-Cr-Run-ID(WS-Closed-Run-Count)
            MOVE Hist-Run-Date TO WS-Cr-Run-Date(WS-Closed-Run-Count)
            MOVE Hist-Salary TO WS-Cr-Salary(WS-Closed-Run-Count)
            MOVE WS-Plan-Amount TO WS-Cr-Plan(WS-Closed-Run-Count)
            MOVE "N" TO WS-Cr-Matched(WS-Closed-Run-Count)
        ELSE
            SET Snap-Table-Overflow TO TRUE
        END-IF
    WHEN Snp-Deficit-Row
        ADD Snp-Def-Balance TO LS-Snap-Closed-Ledger
        MOVE Snp-Def-Employee-ID TO WS-Work-Employee
        PERFORM FIND-LEDGER-SLOT-SECT
        IF WS-Slot > 0 THEN
            ADD Snp-Def-Balance TO WS-Lg-Closed(WS-Slot)
        END-IF
    WHEN Snp-Export-Row
        ADD 1 TO LS-Snap-Closed-Exports
        ADD Snp-Exp-Salary TO LS-Snap-Closed-Exp-Salary
        IF WS-Closed-Export-Count < 2000 THEN
            ADD 1 TO WS-Closed-Export-Count
            MOVE Snp-Exp-Employee-ID TO WS-Ce-Employee-ID(WS-Closed-Export-Count)
            MOVE Snp-Exp-Run-ID TO WS-Ce-Run-ID(WS-Closed-Export-Count)
            MOVE Snp-Exp-Date TO WS-Ce-Date(WS-Closed-Export-Count)
            MOVE Snp-Exp-Salary TO WS-Ce-Salary(WS-Closed-Export-Count)
            MOVE "N" TO WS-Ce-Matched(WS-Closed-Export-Count)
        ELSE
            SET Snap-Table-Overflow TO TRUE
        END-IF
    WHEN OTHER
        CONTINUE
END-EVALUATE.

COMPARE-HISTORY-SECT.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Budget-History-File.
IF WS-Budget-History-Status = "00" THEN
    PERFORM UNTIL File-EOF
        READ Budget-History-File
            AT END SET File-EOF TO TRUE
            NOT AT END
                IF (Hist-Period = WS-Period) AND (Hist-Superseded-Flag NOT = "S") THEN
                    PERFORM MATCH-ONE-RUN-SECT
                END-IF
        END-READ
    END-PERFORM
    CLOSE Budget-History-File
END-IF.
PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-Closed-Run-Count
    IF WS-Cr-Matched(WS-Idx) = "N" THEN
        MOVE 'HISTORY' TO WS-Diff-Kind
        MOVE "R" TO WS-Diff-Change
        MOVE WS-Cr-Employee-ID(WS-Idx) TO WS-Diff-Employee
        MOVE WS-Cr-Run-ID(WS-Idx) TO WS-Work-Run-ID
        MOVE WS-Cr-Run-Date(WS-Idx) TO WS-Work-Date
        PERFORM BUILD-DIFF-KEY-SECT
        MOVE WS-Cr-Salary(WS-Idx) TO WS-Diff-Closed
        MOVE 0 TO WS-Diff-Current
        PERFORM ADD-DIFF-SECT
    END-IF
END-PERFORM.

MATCH-ONE-RUN-SECT.
ADD 1 TO LS-Snap-Current-Runs.
ADD Hist-Salary TO LS-Snap-Current-Salary.
PERFORM COMPUTE-PLAN-SECT.
ADD WS-Plan-Amount TO LS-Snap-Current-Plan.
MOVE 0 TO WS-Slot.
PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL (WS-Idx > WS-Closed-Run-Count) OR (WS-Slot > 0)
    IF WS-Cr-Matched(WS-Idx) = "N" THEN
        IF Hist-Run-ID NOT = SPACES THEN
            IF WS-Cr-Run-ID(WS-Idx) = Hist-Run-ID THEN
                MOVE WS-Idx TO WS-Slot
            END-IF
        ELSE
            IF (WS-Cr-Run-ID(WS-Idx) = SPACES)
                AND (WS-Cr-Employee-ID(WS-Idx) = Hist-Employee-ID)
                AND (WS-Cr-Run-Date(WS-Idx) = Hist-Run-Date) THEN
                MOVE WS-Idx TO WS-Slot
            END-IF
        END-IF
    END-IF
END-PERFORM.
MOVE 'HISTORY' TO WS-Diff-Kind.
MOVE Hist-Employee-ID TO WS-Diff-Employee.
MOVE Hist-Run-ID TO WS-Work-Run-ID.
MOVE Hist-Run-Date TO WS-Work-Date.
PERFORM BUILD-DIFF-KEY-SECT.
IF WS-Slot = 0 THEN
    MOVE "A" TO WS-Diff-Change
    MOVE 0 TO WS-Diff-Closed
    MOVE Hist-Salary TO WS-Diff-Current
    PERFORM ADD-DIFF-SECT
    EXIT PARAGRAPH
END-IF.
MOVE "Y" TO WS-Cr-Matched(WS-Slot).
MOVE "C" TO WS-Diff-Change.
IF WS-Cr-Salary(WS-Slot) NOT = Hist-Salary THEN
    MOVE WS-Cr-Salary(WS-Slot) TO WS-Diff-Closed
    MOVE Hist-Salary TO WS-Diff-Current
    PERFORM ADD-DIFF-SECT
END-IF.
IF WS-Cr-Plan(WS-Slot) NOT = WS-Plan-Amount THEN
    MOVE 'PLAN   ' TO WS-Diff-Kind
    MOVE WS-Cr-Plan(WS-Slot) TO WS-Diff-Closed
    MOVE WS-Plan-Amount TO WS-Diff-Current
    PERFORM ADD-DIFF-SECT
END-IF.

COMPARE-LEDGER-SECT.
PERFORM TALLY-CURRENT-LEDGER-SECT.
MOVE 'LEDGER ' TO WS-Diff-Kind.
MOVE SPACES TO WS-Diff-Key.
PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-Ledger-Count
    ADD WS-Lg-Current(WS-Idx) TO LS-Snap-Current-Ledger
    IF WS-Lg-Closed(WS-Idx) NOT = WS-Lg-Current(WS-Idx) THEN
        EVALUATE TRUE
            WHEN WS-Lg-Closed(WS-Idx) = 0
                MOVE "A" TO WS-Diff-Change
            WHEN WS-Lg-Current(WS-Idx) = 0
                MOVE "R" TO WS-Diff-Change
            WHEN OTHER
                MOVE "C" TO WS-Diff-Change
        END-EVALUATE
        MOVE WS-Lg-Employee-ID(WS-Idx) TO WS-Diff-Employee
        MOVE WS-Lg-Closed(WS-Idx) TO WS-Diff-Closed
        MOVE WS-Lg-Current(WS-Idx) TO WS-Diff-Current
        PERFORM ADD-DIFF-SECT
    END-IF
END-PERFORM.

COMPARE-EXPORTS-SECT.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Acct-Export-File.
IF WS-Acct-Export-Status = "00" THEN
    PERFORM UNTIL File-EOF
        READ Acct-Export-File
            AT END SET File-EOF TO TRUE
            NOT AT END
                PERFORM CHECK-EXPORT-COUNTS-SECT
                IF Export-Counts THEN
                    PERFORM MATCH-ONE-EXPORT-SECT
                END-IF
        END-READ
    END-PERFORM
    CLOSE Acct-Export-File
END-IF.
MOVE 'EXPORT ' TO WS-Diff-Kind.
MOVE "R" TO WS-Diff-Change.
PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-Closed-Export-Count
    IF WS-Ce-Matched(WS-Idx) = "N" THEN
        MOVE WS-Ce-Employee-ID(WS-Idx) TO WS-Diff-Employee
        MOVE WS-Ce-Run-ID(WS-Idx) TO WS-Work-Run-ID
        MOVE WS-Ce-Date(WS-Idx) TO WS-Work-Date
        PERFORM BUILD-DIFF-KEY-SECT
        MOVE WS-Ce-Salary(WS-Idx) TO WS-Diff-Closed
        MOVE 0 TO WS-Diff-Current
        PERFORM ADD-DIFF-SECT
    END-IF
END-PERFORM.

MATCH-ONE-EXPORT-SECT.
ADD 1 TO LS-Snap-Current-Exports.
ADD Acct-Salary TO LS-Snap-Current-Exp-Salary.
MOVE 0 TO WS-Slot.
PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL (WS-Idx > WS-Closed-Export-Count) OR (WS-Slot > 0)
    IF WS-Ce-Matched(WS-Idx) = "N" THEN
        IF Acct-Run-ID NOT = SPACES THEN
            IF WS-Ce-Run-ID(WS-Idx) = Acct-Run-ID THEN
                MOVE WS-Idx TO WS-Slot
            END-IF
        ELSE
            IF (WS-Ce-Run-ID(WS-Idx) = SPACES)
                AND (WS-Ce-Employee-ID(WS-Idx) = Acct-Employee-ID)
                AND (WS-Ce-Date(WS-Idx) = Acct-Export-Date) THEN
                MOVE WS-Idx TO WS-Slot
            END-IF
        END-IF
    END-IF
END-PERFORM.
MOVE 'EXPORT ' TO WS-Diff-Kind.
MOVE Acct-Employee-ID TO WS-Diff-Employee.
MOVE Acct-Run-ID TO WS-Work-Run-ID.
MOVE Acct-Export-Date TO WS-Work-Date.
PERFORM BUILD-DIFF-KEY-SECT.
IF WS-Slot = 0 THEN
    MOVE "A" TO WS-Diff-Change
    MOVE 0 TO WS-Diff-Closed
    MOVE Acct-Salary TO WS-Diff-Current
    PERFORM ADD-DIFF-SECT
    EXIT PARAGRAPH
END-IF.
MOVE "Y" TO WS-Ce-Matched(WS-Slot).
IF WS-Ce-Salary(WS-Slot) NOT = Acct-Salary THEN
    MOVE "C" TO WS-Diff-Change
    MOVE WS-Ce-Salary(WS-Slot) TO WS-Diff-Closed
    MOVE Acct-Salary TO WS-Diff-Current
    PERFORM ADD-DIFF-SECT
END-IF.

BUILD-DIFF-KEY-SECT.
*> The run ID, or the run/export date for rows before run IDs.
IF WS-Work-Run-ID NOT = SPACES THEN
    MOVE WS-Work-Run-ID TO WS-Diff-Key
ELSE
    MOVE SPACES TO WS-Diff-Key
    MOVE WS-Work-Date TO WS-Diff-Key(1:8)
END-IF.

ADD-DIFF-SECT.
ADD 1 TO LS-Snap-Diff-Count.
IF LS-Snap-Diff-Count <= 100 THEN
    MOVE WS-Diff-Kind TO LS-Snap-Diff-Kind(LS-Snap-Diff-Count)
    MOVE WS-Diff-Change TO LS-Snap-Diff-Change(LS-Snap-Diff-Count)
    MOVE WS-Diff-Employee TO LS-Snap-Diff-Employee(LS-Snap-Diff-Count)
    MOVE WS-Diff-Key TO LS-Snap-Diff-Key(LS-Snap-Diff-Count)
    MOVE WS-Diff-Closed TO LS-Snap-Diff-Closed(LS-Snap-Diff-Count)
    MOVE WS-Diff-Current TO LS-Snap-Diff-Current(LS-Snap-Diff-Count)
END-IF.

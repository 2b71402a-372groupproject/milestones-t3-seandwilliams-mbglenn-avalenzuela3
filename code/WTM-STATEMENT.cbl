*> the file once, not once per employee - the old design re-read the
*> whole history file for every statement page and took most of a
*> morning at year-end.
*>
*> On calendar statements, each closed month of the year that has a
*> close snapshot (WTM-CLOSE-SNAPSHOTS.DAT) is shown "as closed"
*> beside "as currently stated" under the employee's totals, flagged
*> where the two differ, and a last page lists what was stated at a
*> close for an employee who has no runs for that month any more.
*>
*> Also runs as a queued job request (WTM-JOBREQ): the year and the
*> grouping then come from the request instead of the console.
*>
*> Salary and Extra figures are banded unless the signed-on operator
*> is a supervisor or admin (WTM-FIGURE-MASK); each employee whose
*> statement is written unmasked is recorded on WTM-ACCESS-LOG.DAT.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-STATEMENT.

    SELECT Fiscal-Calendar-File ASSIGN TO "WTM-FISCAL-CALENDAR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Fiscal-Calendar-Status.
    SELECT Close-Snapshot-File ASSIGN TO "WTM-CLOSE-SNAPSHOTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Close-Snapshot-Status.
    SELECT Statement-Sort-File ASSIGN TO "WTM-STATEMENT-SORT.TMP".
    SELECT Statement-File ASSIGN TO "WTM-STATEMENTS.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
    COPY "WTM-HISTORY-REC.cpy".

FD  Archive-History-File.
01 Archive-History-Record PIC X(512).

FD  Fiscal-Calendar-File.
01 Fiscal-Calendar-Record.
    05 Fis-Fiscal-Period PIC 9(2).
    05 Fis-Quarter       PIC 9.

FD  Close-Snapshot-File.
    COPY "WTM-CLOSE-SNAPSHOT-REC.cpy".

SD  Statement-Sort-File.
01 Sort-Record.
    05 Sort-Employee-ID    PIC 9(6).
01 WS-Record-Expenses PIC S9(9)V99.
01 WS-Pages-Written PIC 9(4) VALUE 0.
01 WS-Money-Disp PIC -ZZZ,ZZZ,ZZ9.99.
*> As closed versus as currently stated: one slot per employee and
*> closed month of the statement year, the closed side loaded from
*> the month's latest snapshot, the current side added up as the
*> run lines go by. A month with a snapshot is flagged in
*> WS-Snap-Month-Closed so a run added after the close still gets a
*> slot (closed side zero).
01 WS-Close-Snapshot-Status PIC XX.
01 WS-Snap-EOF-Flag PIC X VALUE "N".
    88 Snap-EOF VALUE "Y" FALSE "N".
01 WS-Snap-Months.
    05 WS-Snap-Month-Closed PIC X OCCURS 12 TIMES.
01 WS-Snap-Month PIC 9(2).
01 WS-Asc-Table.
    05 WS-Asc-Entry OCCURS 3000 TIMES.
       10 WS-Asc-Employee-ID    PIC 9(6).
       10 WS-Asc-Period         PIC 9(6).
       10 WS-Asc-Closed-Runs    PIC 9(4).
       10 WS-Asc-Closed-Salary  PIC S9(10)V99.
       10 WS-Asc-Current-Runs   PIC 9(4).
       10 WS-Asc-Current-Salary PIC S9(10)V99.
       10 WS-Asc-Printed        PIC X.
01 WS-Asc-Count PIC 9(4) VALUE 0.
01 WS-Asc-Idx PIC 9(4).
01 WS-Asc-Slot PIC 9(4).
01 WS-Asc-Full-Flag PIC X VALUE "N".
    88 Asc-Full VALUE "Y" FALSE "N".
01 WS-Asc-Work-Employee PIC 9(6).
01 WS-Asc-Work-Period PIC 9(6).
01 WS-Asc-Orphans PIC 9(4) VALUE 0.
01 WS-Asc-Restated PIC 9(4) VALUE 0.
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOB-PARMS.cpy".
    COPY "WTM-FIGURE-MASK.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '------------------------------ WTM ANNUAL EMPLOYEE STATEMENTS -------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
MOVE "N" TO WS-Input-Valid.
IF WTM-Job-Requested THEN
    PERFORM TAKE-JOB-PARAMETERS-SECT
ELSE
    DISPLAY 'Enter the statement year (YYYY):'
END-IF.
PERFORM UNTIL Input-Valid
    ACCEPT WS-Numeric-Input
    MOVE FUNCTION TEST-NUMVAL(WS-Numeric-Input) TO WS-Test-Numval
END-PERFORM.
PERFORM LOAD-FISCAL-CALENDAR-SECT.
IF WS-Fiscal-Count > 0 THEN
    IF WTM-Job-Requested THEN
        MOVE WTM-Jp-Stmt-Basis TO WS-Basis-Answer
    ELSE
        DISPLAY 'Group by C calendar year (default) or F fiscal 4-4-5 year?'
        ACCEPT WS-Basis-Answer
    END-IF
    IF (WS-Basis-Answer(1:1) = "F") OR (WS-Basis-Answer(1:1) = "f") THEN
        MOVE "F" TO WS-Grouping-Basis
        DISPLAY 'Grouping by fiscal period - the year entered above is taken as the FISCAL year.'
    END-IF
END-IF.
IF WS-Grouping-Basis = "F" THEN
    DISPLAY 'Close snapshots are kept by calendar month - fiscal statements show current figures only.'
ELSE
    PERFORM LOAD-CLOSE-SNAPSHOTS-SECT
END-IF.
SORT Statement-Sort-File
    ON ASCENDING KEY Sort-Employee-ID
                     Sort-Period
    DISPLAY 'No history records found for ', WS-Statement-Year, ' - no statements to produce.'
ELSE
    DISPLAY WS-Pages-Written, ' statement(s) for ', WS-Statement-Year, ' written to WTM-STATEMENTS.TXT.'
    IF WS-Asc-Restated > 0 THEN
        DISPLAY WS-Asc-Restated, ' closed employee-month(s) restated since the close - flagged on the statements.'
    END-IF
    IF WS-Archives-Included > 0 THEN
        DISPLAY WS-Archives-Included, ' archive generation(s) were included for the statement year.'
    END-IF
    IF WTM-Job-Requested THEN
        MOVE 'WTM-STATEMENTS.TXT' TO WTM-Job-Output-File
    END-IF
END-IF.
GOBACK.

TAKE-JOB-PARAMETERS-SECT.
*> A queued request carries its year; one that does not hold a
*> usable year fails the request rather than waiting at a prompt no
*> one is watching.
IF (WTM-Jp-Stmt-Year IS NUMERIC) AND (WTM-Jp-Stmt-Year >= 1900) AND (WTM-Jp-Stmt-Year <= 2999) THEN
    MOVE WTM-Jp-Stmt-Year TO WS-Statement-Year
    MOVE "Y" TO WS-Input-Valid
    DISPLAY 'Job request ', WTM-Job-Request-No, ': statements for ', WS-Statement-Year, '.'
ELSE
    DISPLAY 'STATEMENT: job request ', WTM-Job-Request-No, ' does not carry a valid statement year.'
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.

RECORD-YEAR-SECT.
IF (Hist-Period IS NUMERIC) AND (Hist-Period > 0) THEN
    COMPUTE WS-Record-Year = Hist-Period / 100
*> Feeds the sort: every non-superseded record of the statement year
*> from the live file, then from any archive generation the year
*> reaches into (the read-through WTM-ARCHIVE made necessary).
SET File-Ctl-Verify TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Budget-History-File.
IF WS-Budget-History-Status NOT = "00" THEN
    DISPLAY 'STATEMENT: could not open BUDGET-HISTORY.DAT, file status ', WS-Budget-History-Status
*> the previous page with its totals and opens the next - the
*> classic control break.
OPEN OUTPUT Statement-File.
MOVE 'WTM-STATEMENT' TO WS-Mask-View.
SET Mask-Begin TO TRUE.
PERFORM CALL-FIGURE-MASK-SECT.
MOVE "N" TO WS-Sort-EOF-Flag.
MOVE 0 TO WS-Current-Employee.
PERFORM UNTIL Sort-EOF
IF Statement-Open THEN
    PERFORM WRITE-YEAR-TOTALS-SECT
END-IF.
PERFORM WRITE-CLOSE-ORPHANS-SECT.
CLOSE Statement-File.

OPEN-ONE-STATEMENT-SECT.
MOVE 0 TO WS-Total-Salary.
MOVE 0 TO WS-Total-Expenses.
MOVE 0 TO WS-Total-Extra.
MOVE WS-Current-Employee TO WS-Mask-Employee-ID.
SET Mask-View TO TRUE.
PERFORM CALL-FIGURE-MASK-SECT.
MOVE SPACES TO Report-Line.
IF WS-Grouping-Basis = "F" THEN
    STRING "WHERES THE MONEY - FISCAL-YEAR STATEMENT F" DELIMITED BY SIZE

WRITE-ONE-RUN-LINE-SECT.
ADD 1 TO WS-Run-Count.
IF (WS-Grouping-Basis = "C") AND (Sort-Period > 0) THEN
    COMPUTE WS-Snap-Month = FUNCTION MOD(Sort-Period, 100)
    IF (WS-Snap-Month >= 1) AND (WS-Snap-Month <= 12) THEN
        IF WS-Snap-Month-Closed(WS-Snap-Month) = "Y" THEN
            MOVE Sort-Employee-ID TO WS-Asc-Work-Employee
            MOVE Sort-Period TO WS-Asc-Work-Period
            PERFORM FIND-ASC-SLOT-SECT
            IF WS-Asc-Slot > 0 THEN
                ADD 1 TO WS-Asc-Current-Runs(WS-Asc-Slot)
                ADD Sort-Salary TO WS-Asc-Current-Salary(WS-Asc-Slot)
            END-IF
        END-IF
    END-IF
END-IF.
COMPUTE WS-Record-Expenses = Sort-Rent + Sort-Bills + Sort-Food + Sort-Travel + Sort-Taxes + Sort-Insurance.
COMPUTE WS-Hist-Extra = Sort-Salary - WS-Record-Expenses.
IF WS-Hist-Extra < 0 THEN
ADD WS-Hist-Extra TO WS-Total-Extra.
MOVE SPACES TO Report-Line.
MOVE Sort-Period TO Report-Line(1:6).
MOVE Sort-Salary TO WS-Mask-Amount.
PERFORM FORMAT-FIGURE-SECT.
MOVE WS-Mask-Text TO Report-Line(8:15).
MOVE Sort-Rent TO WS-Money-Disp.
MOVE WS-Money-Disp TO Report-Line(24:15).
MOVE Sort-Bills TO WS-Money-Disp.
MOVE WS-Money-Disp TO Report-Line(88:15).
MOVE Sort-Insurance TO WS-Money-Disp.
MOVE WS-Money-Disp TO Report-Line(104:15).
MOVE WS-Hist-Extra TO WS-Mask-Amount.
PERFORM FORMAT-FIGURE-SECT.
MOVE WS-Mask-Text(3:13) TO Report-Line(120:13).
WRITE Report-Line AFTER ADVANCING 1 LINES.
MOVE SPACES TO Report-Line.
STRING "        pct of salary: rent " DELIMITED BY SIZE
    COMPUTE WS-Avg-Extra ROUNDED = WS-Total-Extra / WS-Run-Count
    MOVE SPACES TO Report-Line
    MOVE "YEAR TOTALS:    salary $" TO Report-Line(1:24)
    MOVE WS-Total-Salary TO WS-Mask-Amount
    PERFORM FORMAT-FIGURE-SECT
    MOVE WS-Mask-Text TO Report-Line(25:15)
    MOVE "  expenses $" TO Report-Line(41:12)
    MOVE WS-Total-Expenses TO WS-Money-Disp
    MOVE WS-Money-Disp TO Report-Line(53:15)
    MOVE "  extra $" TO Report-Line(69:9)
    MOVE WS-Total-Extra TO WS-Mask-Amount
    PERFORM FORMAT-FIGURE-SECT
    MOVE WS-Mask-Text TO Report-Line(78:15)
    WRITE Report-Line AFTER ADVANCING 1 LINES
    MOVE SPACES TO Report-Line
    MOVE "RUN AVERAGES:   salary $" TO Report-Line(1:24)
    MOVE WS-Avg-Salary TO WS-Mask-Amount
    PERFORM FORMAT-FIGURE-SECT
    MOVE WS-Mask-Text TO Report-Line(25:15)
    MOVE "  expenses $" TO Report-Line(41:12)
    MOVE WS-Avg-Expenses TO WS-Money-Disp
    MOVE WS-Money-Disp TO Report-Line(53:15)
    MOVE "  extra $" TO Report-Line(69:9)
    MOVE WS-Avg-Extra TO WS-Mask-Amount
    PERFORM FORMAT-FIGURE-SECT
    MOVE WS-Mask-Text TO Report-Line(78:15)
    WRITE Report-Line AFTER ADVANCING 1 LINES
END-IF.
PERFORM VARYING WS-Asc-Idx FROM 1 BY 1 UNTIL WS-Asc-Idx > WS-Asc-Count
    IF (WS-Asc-Employee-ID(WS-Asc-Idx) = WS-Current-Employee)
        AND (WS-Asc-Period(WS-Asc-Idx) > 0) THEN
        MOVE "Y" TO WS-Asc-Printed(WS-Asc-Idx)
        PERFORM WRITE-ONE-AS-CLOSED-SECT
    END-IF
END-PERFORM.

WRITE-ONE-AS-CLOSED-SECT.
MOVE WS-Asc-Employee-ID(WS-Asc-Idx) TO WS-Mask-Employee-ID.
SET Mask-View TO TRUE.
PERFORM CALL-FIGURE-MASK-SECT.
MOVE SPACES TO Report-Line.
MOVE "AS CLOSED " TO Report-Line(1:10).
MOVE WS-Asc-Period(WS-Asc-Idx) TO Report-Line(11:6).
MOVE ": salary $" TO Report-Line(17:10).
MOVE WS-Asc-Closed-Salary(WS-Asc-Idx) TO WS-Mask-Amount.
PERFORM FORMAT-FIGURE-SECT.
MOVE WS-Mask-Text TO Report-Line(27:15).
MOVE WS-Asc-Closed-Runs(WS-Asc-Idx) TO Report-Line(43:4).
MOVE " run(s)   as currently stated $" TO Report-Line(47:31).
MOVE WS-Asc-Current-Salary(WS-Asc-Idx) TO WS-Mask-Amount.
PERFORM FORMAT-FIGURE-SECT.
MOVE WS-Mask-Text TO Report-Line(78:15).
MOVE WS-Asc-Current-Runs(WS-Asc-Idx) TO Report-Line(94:4).
MOVE " run(s)" TO Report-Line(98:7).
IF (WS-Asc-Closed-Salary(WS-Asc-Idx) NOT = WS-Asc-Current-Salary(WS-Asc-Idx))
    OR (WS-Asc-Closed-Runs(WS-Asc-Idx) NOT = WS-Asc-Current-Runs(WS-Asc-Idx)) THEN
    MOVE "  ** RESTATED" TO Report-Line(106:13)
    ADD 1 TO WS-Asc-Restated
END-IF.
WRITE Report-Line AFTER ADVANCING 1 LINES.

LOAD-CLOSE-SNAPSHOTS-SECT.
*> The statement year's history rows from each month's snapshot,
*> added up per employee. The file is in close order; a later control
*> row for a month (a re-close) drops what the earlier one loaded.
MOVE SPACES TO WS-Snap-Months.
OPEN INPUT Close-Snapshot-File.
IF WS-Close-Snapshot-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-Snap-EOF-Flag.
PERFORM UNTIL Snap-EOF
    READ Close-Snapshot-File
        AT END SET Snap-EOF TO TRUE
        NOT AT END
            COMPUTE WS-Record-Year = Snp-Period / 100
            IF WS-Record-Year = WS-Statement-Year THEN
                PERFORM LOAD-ONE-SNAPSHOT-ROW-SECT
            END-IF
    END-READ
END-PERFORM.
CLOSE Close-Snapshot-File.
IF Asc-Full THEN
    DISPLAY 'Warning: too many closed employee-months to show them all as closed.'
END-IF.

LOAD-ONE-SNAPSHOT-ROW-SECT.
COMPUTE WS-Snap-Month = FUNCTION MOD(Snp-Period, 100).
IF (WS-Snap-Month < 1) OR (WS-Snap-Month > 12) THEN
    EXIT PARAGRAPH
END-IF.
IF Snp-Control-Row THEN
    MOVE "Y" TO WS-Snap-Month-Closed(WS-Snap-Month)
    PERFORM VARYING WS-Asc-Idx FROM 1 BY 1 UNTIL WS-Asc-Idx > WS-Asc-Count
        IF WS-Asc-Period(WS-Asc-Idx) = Snp-Period THEN
            MOVE 0 TO WS-Asc-Period(WS-Asc-Idx)
        END-IF
    END-PERFORM
    EXIT PARAGRAPH
END-IF.
IF NOT Snp-History-Row THEN
    EXIT PARAGRAPH
END-IF.
MOVE Snp-History-Image TO Budget-History-Record.
MOVE Hist-Employee-ID TO WS-Asc-Work-Employee.
MOVE Snp-Period TO WS-Asc-Work-Period.
PERFORM FIND-ASC-SLOT-SECT.
IF WS-Asc-Slot > 0 THEN
    ADD 1 TO WS-Asc-Closed-Runs(WS-Asc-Slot)
    ADD Hist-Salary TO WS-Asc-Closed-Salary(WS-Asc-Slot)
END-IF.

FIND-ASC-SLOT-SECT.
*> Finds (or adds) the slot for WS-Asc-Work-Employee and
*> WS-Asc-Work-Period.
MOVE 0 TO WS-Asc-Slot.
PERFORM VARYING WS-Asc-Idx FROM 1 BY 1 UNTIL (WS-Asc-Idx > WS-Asc-Count) OR (WS-Asc-Slot > 0)
    IF (WS-Asc-Employee-ID(WS-Asc-Idx) = WS-Asc-Work-Employee)
        AND (WS-Asc-Period(WS-Asc-Idx) = WS-Asc-Work-Period) THEN
        MOVE WS-Asc-Idx TO WS-Asc-Slot
    END-IF
END-PERFORM.
IF WS-Asc-Slot > 0 THEN
    EXIT PARAGRAPH
END-IF.
IF WS-Asc-Count >= 3000 THEN
    SET Asc-Full TO TRUE
    EXIT PARAGRAPH
END-IF.
ADD 1 TO WS-Asc-Count.
MOVE WS-Asc-Count TO WS-Asc-Slot.
MOVE WS-Asc-Work-Employee TO WS-Asc-Employee-ID(WS-Asc-Slot).
MOVE WS-Asc-Work-Period TO WS-Asc-Period(WS-Asc-Slot).
MOVE 0 TO WS-Asc-Closed-Runs(WS-Asc-Slot).
MOVE 0 TO WS-Asc-Closed-Salary(WS-Asc-Slot).
MOVE 0 TO WS-Asc-Current-Runs(WS-Asc-Slot).
MOVE 0 TO WS-Asc-Current-Salary(WS-Asc-Slot).
MOVE "N" TO WS-Asc-Printed(WS-Asc-Slot).

WRITE-CLOSE-ORPHANS-SECT.
*> Employee-months stated at a close whose runs are all gone from
*> the files now - they have no statement page to be shown on.
PERFORM VARYING WS-Asc-Idx FROM 1 BY 1 UNTIL WS-Asc-Idx > WS-Asc-Count
    IF (WS-Asc-Printed(WS-Asc-Idx) = "N") AND (WS-Asc-Period(WS-Asc-Idx) > 0) THEN
        IF WS-Asc-Orphans = 0 THEN
            MOVE SPACES TO Report-Line
            STRING "WHERES THE MONEY - ANNUAL STATEMENT " DELIMITED BY SIZE
                WS-Statement-Year DELIMITED BY SIZE
                "   STATED AT CLOSE, NO LONGER ON FILE" DELIMITED BY SIZE
                INTO Report-Line
            WRITE Report-Line AFTER ADVANCING PAGE
            MOVE "--------------------------------------------------------------------------------------------" TO Report-Line
            WRITE Report-Line AFTER ADVANCING 1 LINES
        END-IF
        ADD 1 TO WS-Asc-Orphans
        MOVE SPACES TO Report-Line
        STRING "EMPLOYEE ID " DELIMITED BY SIZE
            WS-Asc-Employee-ID(WS-Asc-Idx) DELIMITED BY SIZE
            INTO Report-Line
        WRITE Report-Line AFTER ADVANCING 1 LINES
        PERFORM WRITE-ONE-AS-CLOSED-SECT
    END-IF
END-PERFORM.

FORMAT-FIGURE-SECT.
SET Mask-Format TO TRUE.
PERFORM CALL-FIGURE-MASK-SECT.

CALL-FIGURE-MASK-SECT.
CALL 'WTM-FIGURE-MASK' USING WS-Mask-Function, WS-Mask-View, WS-Mask-Employee-ID,
    WS-Mask-Amount, WS-Mask-Result, WS-Mask-Text.

*> ledger rows for unknown employees, and WTM-REPORT-CATALOG.DAT
*> entries pointing at generation files no longer on disk. Exit 4
*> when any orphan is found, so it can run as a nightly step.
*> The nightly run is incremental: WTM-AUDITMARK holds how far each
*> file was swept last time, and where the rows under that mark are
*> unchanged only the records added since are checked. The orphans
*> the previous report listed for the older rows are re-tested
*> against today's master and history and carried onto this report
*> while they still stand, so an employee added to the master or a
*> run keyed since clears them. A master rewritten beneath its mark
*> sends the history and ledger sweeps full, a rewritten history
*> sends the income detail sweep full, and the catalog is always
*> checked whole - its generation files can vanish without the
*> catalog changing. A full rescan also runs a week after the last
*> one and on demand (F at the mode prompt when run from the menu).
*> The report states the mode each sweep ran and the records it
*> covered.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-XREFCHECK.

*> aged, not orphaned - it is skipped, not reported.
01 WS-Live-Oldest-Period PIC 9(6) VALUE 999999.
01 WS-Aged-Detail-Count PIC 9(7) VALUE 0.
*> Orphan lines from the previous report, re-tested and carried
*> onto this one for the rows under each file's mark.
01 WS-Prior-Table.
    05 WS-Prior-Line PIC X(132) OCCURS 500 TIMES.
01 WS-Prior-Count PIC 9(5) VALUE 0.
01 WS-Prior-Idx PIC 9(5).
01 WS-Prior-Pos PIC 9(7).
01 WS-Prior-Loaded-Flag PIC X VALUE "N".
    88 Prior-Loaded VALUE "Y" FALSE "N".
01 WS-Carry-Prefix PIC X(31).
01 WS-Carry-Prefix-Len PIC 9(2).
01 WS-Carry-Pos-Col PIC 9(3).
01 WS-Check-Employee PIC 9(6).
01 WS-Check-Period PIC 9(6).
01 WS-Scan-Request PIC X.
*> Why a sweep was sent full by something other than its own mark.
01 WS-Force-Reason PIC X(60) VALUE SPACES.
01 WS-Asked-Mode PIC X.
01 WS-Mode-Answer PIC X.
01 WS-Master-Mode PIC X VALUE "F".
01 WS-History-Mode PIC X VALUE "F".
01 WS-Mark-Start PIC 9(7) VALUE 0.
01 WS-Sweep-Checked PIC 9(7).
01 WS-Sweep-Carried PIC 9(7).
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-AUDIT-MARK-CTL.cpy".
    COPY "WTM-UNATTENDED.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '--------------------------- WTM CROSS-FILE INTEGRITY SWEEP ----------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
PERFORM CHOOSE-SCAN-MODE-SECT.
IF WS-Scan-Request = "I" THEN
    PERFORM LOAD-PRIOR-REPORT-SECT
END-IF.
OPEN OUTPUT Xref-Report-File.
MOVE 'WTM CROSS-FILE REFERENTIAL INTEGRITY SWEEP - orphans by file and position' TO Xref-Report-Line.
WRITE Xref-Report-Line.
WRITE Xref-Report-Line.
DISPLAY Xref-Report-Line(1:110).

CHOOSE-SCAN-MODE-SECT.
*> The nightly stream takes the incremental sweep; from the menu the
*> operator may ask for a full rescan instead.
MOVE "I" TO WS-Scan-Request.
IF WTM-Unattended-Mode = "B" THEN
    EXIT PARAGRAPH
END-IF.
DISPLAY 'Scan mode - I records added since the last check, F full rescan (I): ' WITH NO ADVANCING.
ACCEPT WS-Mode-Answer.
IF FUNCTION UPPER-CASE(WS-Mode-Answer) = "F" THEN
    MOVE "F" TO WS-Scan-Request
END-IF.

LOAD-PRIOR-REPORT-SECT.
*> Without the previous report - or with more orphans on it than can
*> be carried - there is nothing to stand for the older rows, and
*> every sweep goes full.
MOVE 0 TO WS-Prior-Count.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Xref-Report-File.
IF WS-Xref-Report-Status NOT = "00" THEN
    MOVE "F" TO WS-Scan-Request
    MOVE 'no previous report to carry forward' TO WS-Force-Reason
    EXIT PARAGRAPH
END-IF.
SET Prior-Loaded TO TRUE.
PERFORM UNTIL File-EOF
    READ Xref-Report-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (Xref-Report-Line(1:4) = 'WTM-' OR Xref-Report-Line(1:7) = 'BUDGET-') THEN
                IF WS-Prior-Count >= 500 THEN
                    SET Prior-Loaded TO FALSE
                    SET File-EOF TO TRUE
                ELSE
                    ADD 1 TO WS-Prior-Count
                    MOVE Xref-Report-Line TO WS-Prior-Line(WS-Prior-Count)
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Xref-Report-File.
MOVE "N" TO WS-File-EOF-Flag.
IF NOT Prior-Loaded THEN
    MOVE "F" TO WS-Scan-Request
    MOVE 0 TO WS-Prior-Count
    MOVE 'too many orphans on the previous report to carry forward' TO WS-Force-Reason
END-IF.

START-SWEEP-SECT.
*> Asks WTM-AUDITMARK how much of WS-Audit-Mark-File this sweep may
*> take as already checked, and heads its part of the report.
MOVE WS-Audit-Mark-Mode TO WS-Asked-Mode.
SET Audit-Mark-Start TO TRUE.
MOVE 'WTM-XREFCHECK' TO WS-Audit-Mark-Job.
CALL 'WTM-AUDITMARK' USING WS-Audit-Mark-Function, WS-Audit-Mark-Job, WS-Audit-Mark-File, WS-Audit-Mark-Area.
IF (WS-Asked-Mode = "F") AND (WS-Force-Reason NOT = SPACES) THEN
    MOVE WS-Force-Reason TO WS-Audit-Mark-Reason
END-IF.
MOVE WS-Audit-Mark-Position TO WS-Mark-Start.
MOVE 0 TO WS-Sweep-Checked.
MOVE 0 TO WS-Sweep-Carried.
MOVE SPACES TO Xref-Report-Line.
IF Audit-Mark-Incremental THEN
    STRING 'Scan mode: INCREMENTAL  ' DELIMITED BY SIZE
        WS-Audit-Mark-File DELIMITED BY SPACE
        ' - ' DELIMITED BY SIZE
        WS-Audit-Mark-Reason DELIMITED BY SIZE
        INTO Xref-Report-Line
ELSE
    STRING 'Scan mode: FULL  ' DELIMITED BY SIZE
        WS-Audit-Mark-File DELIMITED BY SPACE
        ' - ' DELIMITED BY SIZE
        WS-Audit-Mark-Reason DELIMITED BY SIZE
        INTO Xref-Report-Line
END-IF.
WRITE Xref-Report-Line.
DISPLAY FUNCTION TRIM(Xref-Report-Line TRAILING).

FINISH-SWEEP-SECT.
*> States what the sweep covered and moves the file's mark up to
*> the records it has now checked.
MOVE SPACES TO Xref-Report-Line.
IF Audit-Mark-Incremental THEN
    STRING 'Records covered: ' DELIMITED BY SIZE
        WS-Sweep-Checked DELIMITED BY SIZE
        ' of ' DELIMITED BY SIZE
        WS-Record-Position DELIMITED BY SIZE
        ' - records 1 to ' DELIMITED BY SIZE
        WS-Mark-Start DELIMITED BY SIZE
        ' checked ' DELIMITED BY SIZE
        WS-Audit-Mark-Stamp DELIMITED BY SIZE
        ', ' DELIMITED BY SIZE
        WS-Sweep-Carried DELIMITED BY SIZE
        ' orphan(s) among them still standing' DELIMITED BY SIZE
        INTO Xref-Report-Line
ELSE
    STRING 'Records covered: ' DELIMITED BY SIZE
        WS-Sweep-Checked DELIMITED BY SIZE
        ' of ' DELIMITED BY SIZE
        WS-Record-Position DELIMITED BY SIZE
        ' - the whole file' DELIMITED BY SIZE
        INTO Xref-Report-Line
END-IF.
WRITE Xref-Report-Line.
DISPLAY FUNCTION TRIM(Xref-Report-Line TRAILING).
SET Audit-Mark-Set TO TRUE.
MOVE WS-Record-Position TO WS-Audit-Mark-Position.
CALL 'WTM-AUDITMARK' USING WS-Audit-Mark-Function, WS-Audit-Mark-Job, WS-Audit-Mark-File, WS-Audit-Mark-Area.

CARRY-PRIOR-SECT.
*> Re-tests each orphan the previous report listed for this file at
*> or below the mark and lists it again while it still stands.
IF NOT Audit-Mark-Incremental THEN
    EXIT PARAGRAPH
END-IF.
COMPUTE WS-Carry-Pos-Col = WS-Carry-Prefix-Len + 1.
PERFORM VARYING WS-Prior-Idx FROM 1 BY 1 UNTIL WS-Prior-Idx > WS-Prior-Count
    IF (WS-Prior-Line(WS-Prior-Idx)(1:WS-Carry-Prefix-Len) = WS-Carry-Prefix(1:WS-Carry-Prefix-Len))
        AND (WS-Prior-Line(WS-Prior-Idx)(WS-Carry-Pos-Col:7) IS NUMERIC) THEN
        MOVE WS-Prior-Line(WS-Prior-Idx)(WS-Carry-Pos-Col:7) TO WS-Prior-Pos
        IF WS-Prior-Pos <= WS-Mark-Start THEN
            PERFORM RETEST-PRIOR-SECT
        END-IF
    END-IF
END-PERFORM.

RETEST-PRIOR-SECT.
MOVE WS-Prior-Line(WS-Prior-Idx) TO Xref-Report-Line.
SET Xref-Found TO FALSE.
EVALUATE WS-Audit-Mark-File
    WHEN 'BUDGET-HISTORY.DAT'
        IF Xref-Report-Line(45:6) IS NUMERIC THEN
            MOVE Xref-Report-Line(45:6) TO WS-Check-Employee
            PERFORM FIND-MASTER-ID-SECT
        END-IF
    WHEN 'WTM-DEFICIT-LEDGER.DAT'
        IF Xref-Report-Line(49:6) IS NUMERIC THEN
            MOVE Xref-Report-Line(49:6) TO WS-Check-Employee
            PERFORM FIND-MASTER-ID-SECT
        END-IF
    WHEN 'WTM-INCOME-DETAIL.DAT'
        IF (Xref-Report-Line(67:6) IS NUMERIC) AND (Xref-Report-Line(81:6) IS NUMERIC) THEN
            MOVE Xref-Report-Line(67:6) TO WS-Check-Employee
            MOVE Xref-Report-Line(81:6) TO WS-Check-Period
            IF WS-Check-Period < WS-Live-Oldest-Period THEN
                SET Xref-Found TO TRUE
            ELSE
                PERFORM FIND-HIST-RUN-SECT
            END-IF
        END-IF
END-EVALUATE.
IF NOT Xref-Found THEN
    ADD 1 TO WS-Sweep-Carried
    PERFORM PUT-ORPHAN-LINE-SECT
END-IF.

FIND-MASTER-ID-SECT.
PERFORM VARYING WS-Scan-Idx FROM 1 BY 1 UNTIL (WS-Scan-Idx > WS-Master-Count) OR Xref-Found
    IF WS-Master-ID(WS-Scan-Idx) = WS-Check-Employee THEN
        SET Xref-Found TO TRUE
    END-IF
END-PERFORM.

FIND-HIST-RUN-SECT.
PERFORM VARYING WS-Scan-Idx FROM 1 BY 1 UNTIL (WS-Scan-Idx > WS-Hist-Run-Count) OR Xref-Found
    IF (WS-Hrun-ID(WS-Scan-Idx) = WS-Check-Employee)
        AND (WS-Hrun-Period(WS-Scan-Idx) = WS-Check-Period) THEN
        SET Xref-Found TO TRUE
    END-IF
END-PERFORM.

LOAD-MASTER-IDS-SECT.
*> The master is loaded whole every run; its mark only says whether
*> employees were taken off or changed beneath it (a rewrite), which
*> could orphan rows the other sweeps passed earlier.
MOVE 0 TO WS-Master-Count.
MOVE 0 TO WS-Record-Position.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-EMPLOYEE-MASTER.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
SET Audit-Mark-Start TO TRUE.
MOVE 'WTM-XREFCHECK' TO WS-Audit-Mark-Job.
MOVE 'WTM-EMPLOYEE-MASTER.DAT' TO WS-Audit-Mark-File.
MOVE WS-Scan-Request TO WS-Audit-Mark-Mode.
CALL 'WTM-AUDITMARK' USING WS-Audit-Mark-Function, WS-Audit-Mark-Job, WS-Audit-Mark-File, WS-Audit-Mark-Area.
IF (WS-Scan-Request = "F") AND (WS-Force-Reason NOT = SPACES) THEN
    MOVE WS-Force-Reason TO WS-Audit-Mark-Reason
END-IF.
MOVE WS-Audit-Mark-Mode TO WS-Master-Mode.
OPEN INPUT Employee-Master-File.
IF WS-Employee-Master-Status = "00" THEN
    SET Master-Loaded TO TRUE
        READ Employee-Master-File
            AT END EXIT PERFORM
            NOT AT END
                ADD 1 TO WS-Record-Position
                IF WS-Master-Count < 500 THEN
                    ADD 1 TO WS-Master-Count
                    MOVE Empl-ID TO WS-Master-ID(WS-Master-Count)
        END-READ
    END-PERFORM
    CLOSE Employee-Master-File
    MOVE SPACES TO Xref-Report-Line
    IF WS-Master-Mode = "I" THEN
        STRING 'Employee master: ' DELIMITED BY SIZE
            WS-Record-Position DELIMITED BY SIZE
            ' record(s) loaded - nothing changed beneath the last check' DELIMITED BY SIZE
            INTO Xref-Report-Line
    ELSE
        STRING 'Employee master: ' DELIMITED BY SIZE
            WS-Record-Position DELIMITED BY SIZE
            ' record(s) loaded - ' DELIMITED BY SIZE
            WS-Audit-Mark-Reason DELIMITED BY SIZE
            INTO Xref-Report-Line
    END-IF
    WRITE Xref-Report-Line
    SET Audit-Mark-Set TO TRUE
    MOVE WS-Record-Position TO WS-Audit-Mark-Position
    CALL 'WTM-AUDITMARK' USING WS-Audit-Mark-Function, WS-Audit-Mark-Job, WS-Audit-Mark-File, WS-Audit-Mark-Area
ELSE
    DISPLAY 'SWEEP NOTICE: employee master not available - the employee cross-checks are skipped.'
END-IF.
END-IF.
MOVE 0 TO WS-Record-Position.
MOVE "N" TO WS-File-EOF-Flag.
SET File-Ctl-Verify TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Budget-History-File.
IF WS-Budget-History-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE 'BUDGET-HISTORY.DAT' TO WS-Audit-Mark-File.
MOVE WS-Master-Mode TO WS-Audit-Mark-Mode.
IF (WS-Master-Mode = "F") AND (WS-Scan-Request = "I") THEN
    MOVE 'follows the employee master sweep to full' TO WS-Force-Reason
END-IF.
PERFORM START-SWEEP-SECT.
MOVE WS-Audit-Mark-Mode TO WS-History-Mode.
MOVE 'BUDGET-HISTORY.DAT record ' TO WS-Carry-Prefix.
MOVE 26 TO WS-Carry-Prefix-Len.
PERFORM CARRY-PRIOR-SECT.
PERFORM UNTIL File-EOF
    READ Budget-History-File
        AT END SET File-EOF TO TRUE
                    ADD 1 TO WS-Hist-Run-Overflow
                END-IF
            END-IF
            *> Rows under the mark feed the run table but were checked
            *> against the master before; their orphans are carried.
            IF WS-Record-Position <= WS-Mark-Start THEN
                EXIT PERFORM CYCLE
            END-IF
            ADD 1 TO WS-Sweep-Checked
            MOVE "N" TO WS-Found-Flag
            PERFORM VARYING WS-Scan-Idx FROM 1 BY 1 UNTIL WS-Scan-Idx > WS-Master-Count
                IF WS-Master-ID(WS-Scan-Idx) = Hist-Employee-ID THEN
    END-READ
END-PERFORM.
CLOSE Budget-History-File.
PERFORM FINISH-SWEEP-SECT.
IF WS-Hist-Run-Overflow > 0 THEN
    DISPLAY 'SWEEP WARNING: more than 2000 history runs - ', WS-Hist-Run-Overflow,
        ' could not feed the income-detail cross-check.'
SWEEP-INCOME-DETAIL-SECT.
MOVE 0 TO WS-Record-Position.
MOVE "N" TO WS-File-EOF-Flag.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-INCOME-DETAIL.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Income-Detail-File.
IF WS-Income-Detail-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
*> A rewritten history may have lost runs older income lines
*> matched, so the income sweep follows the history sweep to full.
MOVE 'WTM-INCOME-DETAIL.DAT' TO WS-Audit-Mark-File.
IF (WS-Scan-Request = "F") OR (WS-History-Mode NOT = "I") THEN
    MOVE "F" TO WS-Audit-Mark-Mode
    IF WS-Scan-Request = "I" THEN
        MOVE 'follows the history sweep to full' TO WS-Force-Reason
    END-IF
ELSE
    MOVE "I" TO WS-Audit-Mark-Mode
END-IF.
PERFORM START-SWEEP-SECT.
MOVE 'WTM-INCOME-DETAIL.DAT record ' TO WS-Carry-Prefix.
MOVE 29 TO WS-Carry-Prefix-Len.
PERFORM CARRY-PRIOR-SECT.
PERFORM UNTIL File-EOF
    READ Income-Detail-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-Record-Position
            IF WS-Record-Position <= WS-Mark-Start THEN
                EXIT PERFORM CYCLE
            END-IF
            ADD 1 TO WS-Sweep-Checked
            IF (Inc-Period IS NUMERIC) AND (Inc-Period < WS-Live-Oldest-Period) THEN
                ADD 1 TO WS-Aged-Detail-Count
                EXIT PERFORM CYCLE
    END-READ
END-PERFORM.
CLOSE Income-Detail-File.
PERFORM FINISH-SWEEP-SECT.
IF WS-Aged-Detail-Count > 0 THEN
    DISPLAY 'SWEEP NOTICE: ', WS-Aged-Detail-Count, ' income detail line(s) predate the oldest live history period - their runs are archived, not orphaned.'
END-IF.
END-IF.
MOVE 0 TO WS-Record-Position.
MOVE "N" TO WS-File-EOF-Flag.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-DEFICIT-LEDGER.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Deficit-Ledger-File.
IF WS-Deficit-Ledger-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE 'WTM-DEFICIT-LEDGER.DAT' TO WS-Audit-Mark-File.
MOVE WS-Master-Mode TO WS-Audit-Mark-Mode.
IF (WS-Master-Mode = "F") AND (WS-Scan-Request = "I") THEN
    MOVE 'follows the employee master sweep to full' TO WS-Force-Reason
END-IF.
PERFORM START-SWEEP-SECT.
MOVE 'WTM-DEFICIT-LEDGER.DAT record ' TO WS-Carry-Prefix.
MOVE 30 TO WS-Carry-Prefix-Len.
PERFORM CARRY-PRIOR-SECT.
PERFORM UNTIL File-EOF
    READ Deficit-Ledger-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-Record-Position
            IF WS-Record-Position <= WS-Mark-Start THEN
                EXIT PERFORM CYCLE
            END-IF
            ADD 1 TO WS-Sweep-Checked
            MOVE "N" TO WS-Found-Flag
            PERFORM VARYING WS-Scan-Idx FROM 1 BY 1 UNTIL WS-Scan-Idx > WS-Master-Count
                IF WS-Master-ID(WS-Scan-Idx) = Led-Employee-ID THEN
    END-READ
END-PERFORM.
CLOSE Deficit-Ledger-File.
PERFORM FINISH-SWEEP-SECT.

SWEEP-CATALOG-SECT.
MOVE 0 TO WS-Record-Position.
IF WS-Report-Catalog-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE 'Scan mode: FULL  WTM-REPORT-CATALOG.DAT - generation files are looked for on disk every run' TO Xref-Report-Line.
WRITE Xref-Report-Line.
PERFORM UNTIL File-EOF
    READ Report-Catalog-File
        AT END SET File-EOF TO TRUE
    END-READ
END-PERFORM.
CLOSE Report-Catalog-File.
MOVE SPACES TO Xref-Report-Line.
STRING 'Records covered: ' DELIMITED BY SIZE
    WS-Record-Position DELIMITED BY SIZE
    ' of ' DELIMITED BY SIZE
    WS-Record-Position DELIMITED BY SIZE
    ' - the whole file' DELIMITED BY SIZE
    INTO Xref-Report-Line.
WRITE Xref-Report-Line.

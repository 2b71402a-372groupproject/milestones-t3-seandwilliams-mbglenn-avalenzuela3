*> RECONCILE-PERCENT-SECT does at entry time - and reports damaged
*> or suspicious rows with their position in the file so they can be
*> repaired before month-end. Exit 4 when suspicious rows exist.
*> The nightly run is incremental: WTM-AUDITMARK holds how far the
*> file was validated last time, and when the rows under that mark
*> are unchanged only the records added since are re-derived - the
*> rows the earlier report flagged are carried onto this one, since
*> they are the same rows and still damaged. A full rescan runs a
*> week after the last one, whenever the file has been rewritten
*> beneath the mark, and on demand (F at the mode prompt when run
*> from the menu). The report states the mode that ran and the
*> records it covered.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-HIST-CHECK.

01 WS-Expense-Sum PIC S9(9)V99.
01 WS-Derived-Extra PIC S9(9)V99.
01 WS-Derived-Extra-Pct PIC S9(5)V99.
01 WS-Garnish-Amount PIC S9(7)V99.
01 WS-Garnish-Pct PIC S9(5)V99.
01 WS-Percent-Sum PIC S9(7)V99.
01 WS-Percent-Diff PIC S9(7)V99.
01 WS-Tolerance PIC 9(3)V99 VALUE 1.00.
*> Flag lines from the previous report for rows under the mark.
01 WS-Carried-Table.
    05 WS-Carried-Line PIC X(132) OCCURS 500 TIMES.
01 WS-Carried-Count PIC 9(5) VALUE 0.
01 WS-Carried-Idx PIC 9(5).
01 WS-Carried-Rows PIC 9(7) VALUE 0.
01 WS-Carried-Last-Pos PIC 9(7) VALUE 0.
01 WS-Carried-Pos PIC 9(7).
01 WS-Mark-Start PIC 9(7) VALUE 0.
01 WS-Records-Checked PIC 9(7) VALUE 0.
01 WS-Mode-Answer PIC X.
01 WS-Carry-Overflow-Flag PIC X VALUE "N".
    88 Carry-Overflow VALUE "Y" FALSE "N".
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-AUDIT-MARK-CTL.cpy".
    COPY "WTM-UNATTENDED.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '------------------------------- WTM HISTORY INTEGRITY AUDIT ---------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
PERFORM CHOOSE-SCAN-MODE-SECT.
SET File-Ctl-Verify TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
SET Audit-Mark-Start TO TRUE.
MOVE 'WTM-HIST-CHECK' TO WS-Audit-Mark-Job.
MOVE 'BUDGET-HISTORY.DAT' TO WS-Audit-Mark-File.
CALL 'WTM-AUDITMARK' USING WS-Audit-Mark-Function, WS-Audit-Mark-Job, WS-Audit-Mark-File, WS-Audit-Mark-Area.
IF Audit-Mark-Incremental THEN
    PERFORM LOAD-CARRIED-SECT
END-IF.
MOVE WS-Audit-Mark-Position TO WS-Mark-Start.
OPEN INPUT Budget-History-File.
IF WS-Budget-History-Status NOT = "00" THEN
    DISPLAY 'CHECK: could not open BUDGET-HISTORY.DAT, file status ', WS-Budget-History-Status
OPEN OUTPUT Check-Report-File.
MOVE 'WTM HISTORY INTEGRITY AUDIT - damaged or suspicious rows' TO Check-Report-Line.
WRITE Check-Report-Line.
MOVE SPACES TO Check-Report-Line.
IF Audit-Mark-Incremental THEN
    STRING 'Scan mode: INCREMENTAL - ' DELIMITED BY SIZE
        WS-Audit-Mark-Reason DELIMITED BY SIZE
        INTO Check-Report-Line
ELSE
    STRING 'Scan mode: FULL - ' DELIMITED BY SIZE
        WS-Audit-Mark-Reason DELIMITED BY SIZE
        INTO Check-Report-Line
END-IF.
WRITE Check-Report-Line.
DISPLAY FUNCTION TRIM(Check-Report-Line TRAILING).
PERFORM VARYING WS-Carried-Idx FROM 1 BY 1 UNTIL WS-Carried-Idx > WS-Carried-Count
    MOVE WS-Carried-Line(WS-Carried-Idx) TO Check-Report-Line
    WRITE Check-Report-Line
END-PERFORM.
PERFORM UNTIL File-EOF
    READ Budget-History-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-Record-Position
            IF WS-Record-Position > WS-Mark-Start THEN
                ADD 1 TO WS-Records-Checked
                PERFORM CHECK-ONE-RECORD-SECT
            END-IF
    END-READ
END-PERFORM.
CLOSE Budget-History-File.
MOVE SPACES TO Check-Report-Line.
IF Audit-Mark-Incremental THEN
    STRING 'Records covered: ' DELIMITED BY SIZE
        WS-Records-Checked DELIMITED BY SIZE
        ' of ' DELIMITED BY SIZE
        WS-Record-Position DELIMITED BY SIZE
        ' - records 1 to ' DELIMITED BY SIZE
        WS-Mark-Start DELIMITED BY SIZE
        ' validated ' DELIMITED BY SIZE
        WS-Audit-Mark-Stamp DELIMITED BY SIZE
        ' and unchanged, ' DELIMITED BY SIZE
        WS-Carried-Rows DELIMITED BY SIZE
        ' of them still flagged' DELIMITED BY SIZE
        INTO Check-Report-Line
ELSE
    STRING 'Records covered: ' DELIMITED BY SIZE
        WS-Records-Checked DELIMITED BY SIZE
        ' of ' DELIMITED BY SIZE
        WS-Record-Position DELIMITED BY SIZE
        ' - the whole file' DELIMITED BY SIZE
        INTO Check-Report-Line
END-IF.
WRITE Check-Report-Line.
DISPLAY FUNCTION TRIM(Check-Report-Line TRAILING).
MOVE SPACES TO Check-Report-Line.
STRING 'Records checked: ' DELIMITED BY SIZE
    WS-Records-Checked DELIMITED BY SIZE
    '  clean: ' DELIMITED BY SIZE
    WS-Records-Clean DELIMITED BY SIZE
    '  flagged: ' DELIMITED BY SIZE
    INTO Check-Report-Line.
WRITE Check-Report-Line.
CLOSE Check-Report-File.
SET Audit-Mark-Set TO TRUE.
MOVE WS-Record-Position TO WS-Audit-Mark-Position.
CALL 'WTM-AUDITMARK' USING WS-Audit-Mark-Function, WS-Audit-Mark-Job, WS-Audit-Mark-File, WS-Audit-Mark-Area.
DISPLAY 'Records checked: ', WS-Records-Checked, '  clean: ', WS-Records-Clean, '  flagged: ', WS-Records-Flagged, '.'.
DISPLAY 'Detail is in WTM-HIST-CHECK-REPORT.TXT.'.
IF (WS-Records-Flagged > 0) OR (WS-Carried-Rows > 0) THEN
    MOVE 4 TO RETURN-CODE
END-IF.
GOBACK.

CHOOSE-SCAN-MODE-SECT.
*> The nightly stream takes the incremental scan; from the menu the
*> operator may ask for a full rescan instead.
MOVE "I" TO WS-Audit-Mark-Mode.
IF WTM-Unattended-Mode = "B" THEN
    EXIT PARAGRAPH
END-IF.
DISPLAY 'Scan mode - I records added since the last check, F full rescan (I): ' WITH NO ADVANCING.
ACCEPT WS-Mode-Answer.
IF FUNCTION UPPER-CASE(WS-Mode-Answer) = "F" THEN
    MOVE "F" TO WS-Audit-Mark-Mode
END-IF.

LOAD-CARRIED-SECT.
*> The rows under the mark are the rows the previous report covered,
*> so its flag lines for them still stand. Without that report - or
*> with more flag lines than can be carried - the scan goes full.
MOVE 0 TO WS-Carried-Count.
MOVE 0 TO WS-Carried-Rows.
MOVE 0 TO WS-Carried-Last-Pos.
OPEN INPUT Check-Report-File.
IF WS-Check-Report-Status NOT = "00" THEN
    MOVE 'previous report not on disk to carry forward' TO WS-Audit-Mark-Reason
    PERFORM FALL-BACK-TO-FULL-SECT
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Check-Report-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (Check-Report-Line(1:7) = 'Record ') AND (Check-Report-Line(8:7) IS NUMERIC) THEN
                MOVE Check-Report-Line(8:7) TO WS-Carried-Pos
                IF WS-Carried-Pos <= WS-Audit-Mark-Position THEN
                    IF WS-Carried-Count >= 500 THEN
                        SET Carry-Overflow TO TRUE
                        SET File-EOF TO TRUE
                    ELSE
                        ADD 1 TO WS-Carried-Count
                        MOVE Check-Report-Line TO WS-Carried-Line(WS-Carried-Count)
                        IF WS-Carried-Pos NOT = WS-Carried-Last-Pos THEN
                            ADD 1 TO WS-Carried-Rows
                            MOVE WS-Carried-Pos TO WS-Carried-Last-Pos
                        END-IF
                    END-IF
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Check-Report-File.
MOVE "N" TO WS-File-EOF-Flag.
IF Carry-Overflow THEN
    MOVE 'too many flagged rows to carry forward' TO WS-Audit-Mark-Reason
    PERFORM FALL-BACK-TO-FULL-SECT
END-IF.

FALL-BACK-TO-FULL-SECT.
MOVE "F" TO WS-Audit-Mark-Mode.
MOVE 0 TO WS-Audit-Mark-Position.
MOVE 0 TO WS-Carried-Count.
MOVE 0 TO WS-Carried-Rows.

FLAG-RECORD-SECT.
MOVE "N" TO WS-Record-OK-Flag.
MOVE SPACES TO Check-Report-Line.
        MOVE 'salary is zero or negative' TO WS-Problem
        PERFORM FLAG-RECORD-SECT
    END-IF
    *> Court-ordered garnishments come out ahead of Extra from layout
    *> version 12 on; older rows carried none.
    MOVE 0 TO WS-Garnish-Amount
    IF (Hist-Layout-Version IS NUMERIC) AND (Hist-Layout-Version >= 12) AND (Hist-Garnishments IS NUMERIC) THEN
        MOVE Hist-Garnishments TO WS-Garnish-Amount
    END-IF
    COMPUTE WS-Expense-Sum = Hist-Rent + Hist-Bills + Hist-Food + Hist-Travel + Hist-Taxes + Hist-Insurance
    IF (WS-Expense-Sum <= 0) AND Record-OK THEN
        MOVE 'category amounts sum to zero or less' TO WS-Problem
        PERFORM FLAG-RECORD-SECT
    END-IF
    IF Record-OK AND Hist-Salary > 0 THEN
        COMPUTE WS-Derived-Extra = Hist-Salary - WS-Expense-Sum - WS-Garnish-Amount
        IF WS-Derived-Extra < 0 THEN
            MOVE 0 TO WS-Derived-Extra
        END-IF
            PERFORM FLAG-RECORD-SECT
        END-IF
    END-IF
    MOVE 0 TO WS-Garnish-Pct
    IF Hist-Salary > 0 THEN
        COMPUTE WS-Garnish-Pct ROUNDED = (WS-Garnish-Amount / Hist-Salary) * 100
    END-IF
    IF Record-OK THEN
        IF (Hist-Rent-Percent IS NOT NUMERIC) OR (Hist-Bills-Percent IS NOT NUMERIC)
            OR (Hist-Food-Percent IS NOT NUMERIC) OR (Hist-Travel-Percent IS NOT NUMERIC)
        ELSE
            COMPUTE WS-Percent-Sum = Hist-Rent-Percent + Hist-Bills-Percent + Hist-Food-Percent
                + Hist-Travel-Percent + Hist-Taxes-Percent + Hist-Insurance-Percent + Hist-Extra-Percent
                + WS-Garnish-Pct
            COMPUTE WS-Percent-Diff = WS-Percent-Sum - 100
            IF (FUNCTION ABS(WS-Percent-Diff) > WS-Tolerance) AND (WS-Derived-Extra > 0) THEN
                MOVE 'percents plus extra do not sum to 100 within tolerance' TO WS-Problem

*> Report reprint utility. BUDGET-REPORT.TXT is destroyed the moment
*> the next session starts (OPEN OUTPUT), so this program rebuilds
*> the budget-breakdown pages entirely from BUDGET-HISTORY.DAT for a
*> chosen employee, department, and/or run-date range, writing
*> WTM-REPRINT.TXT in the PRINT-REPORT-SECT page format - any past
*> breakdown reproduced on demand without touching live entry. The
*> department is the one the run belonged to in its period (the
*> effective-dated assignment, else the code stamped on the run). Also
*> runs as a queued job request (WTM-JOBREQ), with the selection taken
*> from the request. The salary and Extra are banded unless the
*> signed-on operator is a supervisor or admin (WTM-FIGURE-MASK); each
*> employee reprinted unmasked is recorded on WTM-ACCESS-LOG.DAT.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-REPRINT.

    COPY "WTM-HISTORY-REC.cpy".

FD  Archive-History-File.
01 Archive-History-Record PIC X(512).

FD  Assign-History-File.
01 Assign-History-Record.
01 WS-Filter-Employee-ID PIC 9(6) VALUE 0.
01 WS-Filter-From-Date PIC 9(8) VALUE 0.
01 WS-Filter-To-Date PIC 9(8) VALUE 99999999.
01 WS-Filter-Dept PIC X(4) VALUE SPACES.
01 WS-Record-Dept PIC X(4).
01 WS-Dept-Input PIC X(10).
01 WS-Record-Run-Date PIC 9(8).
01 Report-Page-Number PIC 9(5) VALUE 0.
01 WS-Numeric-Input PIC X(10).
01 WS-Cat-Idx PIC 9(2).
01 WS-Money-Disp PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-Pct-Disp PIC -ZZ9.99.
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOB-PARMS.cpy".
    COPY "WTM-FIGURE-MASK.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '------------------------------- WTM REPORT REPRINT FROM HISTORY -----------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
IF WTM-Job-Requested THEN
    PERFORM TAKE-JOB-PARAMETERS-SECT
ELSE
    PERFORM ACCEPT-FILTERS-SECT
END-IF.
PERFORM LOAD-ASSIGN-HISTORY-SECT.
MOVE 'WTM-REPRINT' TO WS-Mask-View.
SET Mask-Begin TO TRUE.
PERFORM CALL-FIGURE-MASK-SECT.
SET File-Ctl-Verify TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Budget-History-File.
IF WS-Budget-History-Status NOT = "00" THEN
    DISPLAY 'REPRINT ERROR: could not open BUDGET-HISTORY.DAT, file status ', WS-Budget-History-Status
PERFORM INCLUDE-ARCHIVES-SECT.
CLOSE Reprint-File.
DISPLAY Report-Page-Number, ' page(s) reprinted to WTM-REPRINT.TXT.'.
IF WTM-Job-Requested THEN
    MOVE 'WTM-REPRINT.TXT' TO WTM-Job-Output-File
END-IF.
IF WS-Archives-Included > 0 THEN
    DISPLAY WS-Archives-Included, ' archive generation(s) were included for the requested range.'
END-IF.
GOBACK.

ACCEPT-FILTERS-SECT.
DISPLAY 'Enter an employee ID to reprint, or 0 for all employees:'.
PERFORM ACCEPT-NUMERIC-SECT.
MOVE WS-Accept-Target TO WS-Filter-Employee-ID.
IF WS-Filter-Employee-ID = 0 THEN
    DISPLAY 'Enter a department code to reprint, or leave blank for all departments:'
    ACCEPT WS-Dept-Input
    MOVE FUNCTION UPPER-CASE(WS-Dept-Input(1:4)) TO WS-Filter-Dept
END-IF.
DISPLAY 'Enter the from run-date (YYYYMMDD), or 0 for no lower bound:'.
PERFORM ACCEPT-NUMERIC-SECT.
MOVE WS-Accept-Target TO WS-Filter-From-Date.
DISPLAY 'Enter the to run-date (YYYYMMDD), or 0 for no upper bound:'.
PERFORM ACCEPT-NUMERIC-SECT.
IF WS-Accept-Target = 0 THEN
    MOVE 99999999 TO WS-Filter-To-Date
ELSE
    MOVE WS-Accept-Target TO WS-Filter-To-Date
END-IF.

TAKE-JOB-PARAMETERS-SECT.
*> The same selection, from a queued request.
IF WTM-Jp-Rpr-Employee IS NUMERIC THEN
    MOVE WTM-Jp-Rpr-Employee TO WS-Filter-Employee-ID
END-IF.
MOVE WTM-Jp-Rpr-Dept TO WS-Filter-Dept.
IF WTM-Jp-Rpr-From IS NUMERIC THEN
    MOVE WTM-Jp-Rpr-From TO WS-Filter-From-Date
END-IF.
IF (WTM-Jp-Rpr-To IS NUMERIC) AND (WTM-Jp-Rpr-To > 0) THEN
    MOVE WTM-Jp-Rpr-To TO WS-Filter-To-Date
END-IF.
DISPLAY 'Job request ', WTM-Job-Request-No, ': employee ', WS-Filter-Employee-ID, ', department ',
    WS-Filter-Dept, ', run dates ', WS-Filter-From-Date, ' to ', WS-Filter-To-Date, '.'.

INCLUDE-ARCHIVES-SECT.
*> Archive read-through: when the requested range reaches past the
*> oldest period still on the live file, the relevant
IF ((WS-Filter-Employee-ID = 0) OR (Hist-Employee-ID = WS-Filter-Employee-ID))
    AND (WS-Record-Run-Date >= WS-Filter-From-Date)
    AND (WS-Record-Run-Date <= WS-Filter-To-Date) THEN
    IF WS-Filter-Dept NOT = SPACES THEN
        PERFORM RECORD-DEPARTMENT-SECT
        IF WS-Record-Dept NOT = WS-Filter-Dept THEN
            EXIT PARAGRAPH
        END-IF
    END-IF
    PERFORM PRINT-REPORT-PAGE-SECT
END-IF.

RECORD-DEPARTMENT-SECT.
MOVE Hist-Employee-ID TO WS-Asg-Lookup-ID.
IF (Hist-Period IS NUMERIC) AND (Hist-Period > 0) THEN
    MOVE Hist-Period TO WS-Asg-Lookup-Period
ELSE
    MOVE 999999 TO WS-Asg-Lookup-Period
END-IF.
PERFORM RESOLVE-ASSIGNMENT-SECT.
IF Assignment-Found THEN
    MOVE WS-Asg-Res-Dept TO WS-Record-Dept
ELSE
    MOVE Hist-Dept-Code TO WS-Record-Dept
END-IF.

PRINT-REPORT-PAGE-SECT.
*> Same page shape PRINT-REPORT-SECT writes during live entry, built
*> from the recorded history fields instead of working storage, with
*> the same edited decimal-aligned columns.
MOVE Hist-Employee-ID TO WS-Mask-Employee-ID.
SET Mask-View TO TRUE.
PERFORM CALL-FIGURE-MASK-SECT.
MOVE Hist-Salary TO WS-Mask-Amount.
PERFORM FORMAT-FIGURE-SECT.
ADD 1 TO Report-Page-Number.
MOVE SPACES TO Report-Line.
STRING "WHERES THE MONEY - BUDGET BREAKDOWN REPRINT" DELIMITED BY SIZE
    "   PERIOD " DELIMITED BY SIZE
    Hist-Period DELIMITED BY SIZE
    "   ANNUAL SALARY $" DELIMITED BY SIZE
    WS-Mask-Text DELIMITED BY SIZE
    INTO Report-Line.
WRITE Report-Line AFTER ADVANCING 2 LINES.
MOVE Hist-Employee-ID TO WS-Asg-Lookup-ID.
    WRITE Report-Line AFTER ADVANCING 1 LINES
END-PERFORM.
COMPUTE WS-Hist-Extra = Hist-Salary - (Hist-Rent + Hist-Bills + Hist-Food + Hist-Travel + Hist-Taxes + Hist-Insurance).
IF (Hist-Layout-Version IS NUMERIC) AND (Hist-Layout-Version >= 12) AND (Hist-Garnishments IS NUMERIC) THEN
    SUBTRACT Hist-Garnishments FROM WS-Hist-Extra
END-IF.
IF WS-Hist-Extra < 0 THEN
    MOVE 0 TO WS-Hist-Extra
END-IF.
MOVE SPACES TO Report-Line.
MOVE "Extra" TO Report-Line(1:15).
MOVE WS-Hist-Extra TO WS-Mask-Amount.
PERFORM FORMAT-FIGURE-SECT.
MOVE "$" TO Report-Line(17:1).
MOVE WS-Mask-Text TO Report-Line(18:15).
MOVE Hist-Extra-Percent TO WS-Pct-Disp.
MOVE WS-Pct-Disp TO Report-Line(38:7).
MOVE "%" TO Report-Line(45:1).
WRITE Report-Line AFTER ADVANCING 1 LINES.
MOVE "--------------------------------------------------------------------------" TO Report-Line.
WRITE Report-Line AFTER ADVANCING 1 LINES.

FORMAT-FIGURE-SECT.
SET Mask-Format TO TRUE.
PERFORM CALL-FIGURE-MASK-SECT.

CALL-FIGURE-MASK-SECT.
CALL 'WTM-FIGURE-MASK' USING WS-Mask-Function, WS-Mask-View, WS-Mask-Employee-ID,
    WS-Mask-Amount, WS-Mask-Result, WS-Mask-Text.

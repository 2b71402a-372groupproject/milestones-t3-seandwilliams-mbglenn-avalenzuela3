*> Lapsed-household report. Lists every active employee on
*> WTM-EMPLOYEE-MASTER.DAT whose most recent budget run on
*> BUDGET-HISTORY.DAT is older than a chosen number of periods
*> (months before the current period - default 12), or who has never
*> had a run, so the desk can schedule catch-up sessions before
*> enrollment season. Each line shows the last run period, the months
*> since, the Extra percent of that last run, and the employee's
*> current company and department from the master; the list is
*> sorted by company and department with a subtotal for each
*> department and a grand total. Superseded runs do not count as a
*> run. An employee whose leave date has passed is not listed.
*> Output to the console and WTM-LAPSED-REPORT.TXT.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-LAPSED.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Employee-Master-File ASSIGN TO "WTM-EMPLOYEE-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Employee-Master-Status.
    SELECT Budget-History-File ASSIGN TO "BUDGET-HISTORY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Budget-History-Status.
    SELECT Lapsed-Report-File ASSIGN TO "WTM-LAPSED-REPORT.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Lapsed-Report-Status.
    SELECT Lapsed-Sort-File ASSIGN TO "WTM-LAPSED-SORT.TMP".

DATA DIVISION.
FILE SECTION.
FD  Employee-Master-File.
    COPY "WTM-EMPLOYEE-MASTER-REC.cpy".

FD  Budget-History-File.
    COPY "WTM-HISTORY-REC.cpy".

FD  Lapsed-Report-File.
01 Lapsed-Report-Line PIC X(132).

SD  Lapsed-Sort-File.
01 Lapsed-Sort-Record.
    05 Lsr-Company      PIC X(3).
    05 Lsr-Department   PIC X(10).
    05 Lsr-Employee-ID  PIC 9(6).
    05 Lsr-Name         PIC X(30).
    05 Lsr-Last-Period  PIC 9(6).
    05 Lsr-Months-Since PIC 9(4).
    05 Lsr-Last-Extra   PIC 9(7)V99.

WORKING-STORAGE SECTION.
01 WS-Employee-Master-Status PIC XX.
01 WS-Budget-History-Status PIC XX.
01 WS-Lapsed-Report-Status PIC XX.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Sort-EOF-Flag PIC X VALUE "N".
    88 Sort-EOF VALUE "Y" FALSE "N".
01 WS-Today PIC 9(8).
01 WS-Current-Period PIC 9(6).
01 WS-Lapse-Periods PIC 9(3) VALUE 12.
01 WS-Numeric-Input PIC X(8).
01 WS-Test-Numval PIC S9(6).
01 WS-Input-Valid PIC X VALUE "N".
    88 Input-Valid VALUE "Y".
*> The active employees, with the latest current run found for each.
01 WS-Employee-Table.
    05 WS-Emp-Entry OCCURS 500 TIMES.
       10 WS-Emp-ID          PIC 9(6).
       10 WS-Emp-Name        PIC X(30).
       10 WS-Emp-Company     PIC X(3).
       10 WS-Emp-Department  PIC X(10).
       10 WS-Emp-Last-Period PIC 9(6).
       10 WS-Emp-Last-Extra  PIC 9(7)V99.
01 WS-Employee-Count PIC 9(3) VALUE 0.
01 WS-Emp-Idx PIC 9(3).
01 WS-Emp-Slot PIC 9(3).
01 WS-Months-Since PIC 9(4).
01 WS-Period-Months PIC 9(6).
01 WS-Last-Months PIC 9(6).
01 WS-Period-Year PIC 9(4).
01 WS-Released PIC 9(5) VALUE 0.
*> Control break on company and department.
01 WS-Prev-Company PIC X(3).
01 WS-Prev-Department PIC X(10).
01 WS-First-Row-Flag PIC X VALUE "Y".
    88 First-Row VALUE "Y" FALSE "N".
01 WS-Dept-Lapsed PIC 9(5) VALUE 0.
01 WS-Dept-Never PIC 9(5) VALUE 0.
01 WS-Total-Lapsed PIC 9(5) VALUE 0.
01 WS-Total-Never PIC 9(5) VALUE 0.
01 WS-Count-Disp PIC ZZ,ZZ9.
01 WS-Never-Disp PIC ZZ,ZZ9.
01 WS-Months-Disp PIC Z,ZZ9.
01 WS-Extra-Disp PIC ZZZZZZ9.99.
01 WS-Last-Period-Text PIC X(6).
    COPY "WTM-FILE-CTL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '------------------------------ WTM LAPSED-HOUSEHOLD REPORT ---------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
MOVE WS-Today(1:6) TO WS-Current-Period.
DISPLAY 'List employees with no budget run in more than how many periods? (0 = default 12):'.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    ACCEPT WS-Numeric-Input
    MOVE FUNCTION TEST-NUMVAL(WS-Numeric-Input) TO WS-Test-Numval
    IF WS-Test-Numval NOT = 0 THEN
        DISPLAY 'INPUT ERROR: that is not a valid number. Please re-enter.'
    ELSE
        IF (FUNCTION NUMVAL(WS-Numeric-Input) < 0)
            OR (FUNCTION NUMVAL(WS-Numeric-Input) > 999) THEN
            DISPLAY 'INPUT ERROR: enter a number of periods from 1 to 999. Please re-enter.'
        ELSE
            IF FUNCTION NUMVAL(WS-Numeric-Input) > 0 THEN
                COMPUTE WS-Lapse-Periods = FUNCTION NUMVAL(WS-Numeric-Input)
            END-IF
            MOVE "Y" TO WS-Input-Valid
        END-IF
    END-IF
END-PERFORM.
PERFORM LOAD-ACTIVE-EMPLOYEES-SECT.
IF WS-Employee-Count = 0 THEN
    DISPLAY 'LAPSED: no active employees on WTM-EMPLOYEE-MASTER.DAT - nothing to report.'
    MOVE 4 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM FIND-LAST-RUNS-SECT.
OPEN OUTPUT Lapsed-Report-File.
IF WS-Lapsed-Report-Status NOT = "00" THEN
    DISPLAY 'LAPSED ERROR: could not create WTM-LAPSED-REPORT.TXT, file status ', WS-Lapsed-Report-Status
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM WRITE-HEADINGS-SECT.
SORT Lapsed-Sort-File
    ON ASCENDING KEY Lsr-Company
                     Lsr-Department
                     Lsr-Employee-ID
    INPUT PROCEDURE IS RELEASE-LAPSED-SECT
    OUTPUT PROCEDURE IS PRINT-LAPSED-SECT.
CLOSE Lapsed-Report-File.
MOVE WS-Total-Lapsed TO WS-Count-Disp.
MOVE WS-Employee-Count TO WS-Never-Disp.
DISPLAY FUNCTION TRIM(WS-Count-Disp), ' of ', FUNCTION TRIM(WS-Never-Disp),
    ' active employee(s) lapsed - report written to WTM-LAPSED-REPORT.TXT.'.
GOBACK.

LOAD-ACTIVE-EMPLOYEES-SECT.
MOVE "N" TO WS-File-EOF-Flag.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-EMPLOYEE-MASTER.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Employee-Master-File.
IF WS-Employee-Master-Status NOT = "00" THEN
    DISPLAY 'LAPSED: could not open WTM-EMPLOYEE-MASTER.DAT, file status ', WS-Employee-Master-Status
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Employee-Master-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Empl-Active THEN
                IF (Empl-Term-Date IS NUMERIC) AND (Empl-Term-Date > 0)
                    AND (Empl-Term-Date < WS-Today) THEN
                    CONTINUE
                ELSE
                    IF WS-Employee-Count < 500 THEN
                        ADD 1 TO WS-Employee-Count
                        MOVE Empl-ID TO WS-Emp-ID(WS-Employee-Count)
                        MOVE Empl-Name TO WS-Emp-Name(WS-Employee-Count)
                        MOVE Empl-Company TO WS-Emp-Company(WS-Employee-Count)
                        MOVE Empl-Department TO WS-Emp-Department(WS-Employee-Count)
                        MOVE 0 TO WS-Emp-Last-Period(WS-Employee-Count)
                        MOVE 0 TO WS-Emp-Last-Extra(WS-Employee-Count)
                    END-IF
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Employee-Master-File.

FIND-LAST-RUNS-SECT.
MOVE "N" TO WS-File-EOF-Flag.
SET File-Ctl-Verify TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Budget-History-File.
IF WS-Budget-History-Status NOT = "00" THEN
    DISPLAY 'LAPSED: could not open BUDGET-HISTORY.DAT, file status ', WS-Budget-History-Status
    DISPLAY 'Every active employee will be listed as never run.'
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Budget-History-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (Hist-Superseded-Flag NOT = "S")
                AND (Hist-Period IS NUMERIC) AND (Hist-Period > 0) THEN
                MOVE 0 TO WS-Emp-Slot
                PERFORM VARYING WS-Emp-Idx FROM 1 BY 1
                    UNTIL (WS-Emp-Idx > WS-Employee-Count) OR (WS-Emp-Slot > 0)
                    IF WS-Emp-ID(WS-Emp-Idx) = Hist-Employee-ID THEN
                        MOVE WS-Emp-Idx TO WS-Emp-Slot
                    END-IF
                END-PERFORM
                IF WS-Emp-Slot > 0 THEN
                    IF Hist-Period >= WS-Emp-Last-Period(WS-Emp-Slot) THEN
                        MOVE Hist-Period TO WS-Emp-Last-Period(WS-Emp-Slot)
                        MOVE Hist-Extra-Percent TO WS-Emp-Last-Extra(WS-Emp-Slot)
                    END-IF
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Budget-History-File.

WRITE-HEADINGS-SECT.
MOVE 'WTM LAPSED-HOUSEHOLD REPORT' TO Lapsed-Report-Line.
WRITE Lapsed-Report-Line.
MOVE SPACES TO Lapsed-Report-Line.
STRING 'Active employees with no budget run in more than ' DELIMITED BY SIZE
    WS-Lapse-Periods DELIMITED BY SIZE
    ' period(s) before ' DELIMITED BY SIZE
    WS-Current-Period DELIMITED BY SIZE
    ', or never run - run ' DELIMITED BY SIZE
    WS-Today DELIMITED BY SIZE
    INTO Lapsed-Report-Line.
WRITE Lapsed-Report-Line.
MOVE SPACES TO Lapsed-Report-Line.
WRITE Lapsed-Report-Line.
MOVE 'CO  DEPARTMENT  EMPLOYEE  NAME                            LAST RUN  MONTHS   LAST EXTRA %'
    TO Lapsed-Report-Line.
WRITE Lapsed-Report-Line.
DISPLAY 'CO  DEPARTMENT  EMPLOYEE  NAME                            LAST RUN  MONTHS   LAST EXTRA %'.

RELEASE-LAPSED-SECT.
*> Months since the last run are counted between periods, so a run
*> in the current period is 0 months old.
MOVE WS-Current-Period(1:4) TO WS-Period-Year.
COMPUTE WS-Period-Months = (WS-Period-Year * 12)
    + FUNCTION MOD(WS-Current-Period, 100).
PERFORM VARYING WS-Emp-Idx FROM 1 BY 1 UNTIL WS-Emp-Idx > WS-Employee-Count
    MOVE 0 TO WS-Months-Since
    IF WS-Emp-Last-Period(WS-Emp-Idx) > 0 THEN
        MOVE WS-Emp-Last-Period(WS-Emp-Idx)(1:4) TO WS-Period-Year
        COMPUTE WS-Last-Months = (WS-Period-Year * 12)
            + FUNCTION MOD(WS-Emp-Last-Period(WS-Emp-Idx), 100)
        IF WS-Last-Months < WS-Period-Months THEN
            COMPUTE WS-Months-Since = WS-Period-Months - WS-Last-Months
        END-IF
    END-IF
    IF (WS-Emp-Last-Period(WS-Emp-Idx) = 0) OR (WS-Months-Since > WS-Lapse-Periods) THEN
        MOVE WS-Emp-Company(WS-Emp-Idx) TO Lsr-Company
        MOVE WS-Emp-Department(WS-Emp-Idx) TO Lsr-Department
        MOVE WS-Emp-ID(WS-Emp-Idx) TO Lsr-Employee-ID
        MOVE WS-Emp-Name(WS-Emp-Idx) TO Lsr-Name
        MOVE WS-Emp-Last-Period(WS-Emp-Idx) TO Lsr-Last-Period
        MOVE WS-Months-Since TO Lsr-Months-Since
        MOVE WS-Emp-Last-Extra(WS-Emp-Idx) TO Lsr-Last-Extra
        RELEASE Lapsed-Sort-Record
        ADD 1 TO WS-Released
    END-IF
END-PERFORM.

PRINT-LAPSED-SECT.
MOVE "N" TO WS-Sort-EOF-Flag.
PERFORM UNTIL Sort-EOF
    RETURN Lapsed-Sort-File
        AT END SET Sort-EOF TO TRUE
        NOT AT END
            IF (NOT First-Row)
                AND ((Lsr-Company NOT = WS-Prev-Company)
                    OR (Lsr-Department NOT = WS-Prev-Department)) THEN
                PERFORM WRITE-DEPT-SUBTOTAL-SECT
            END-IF
            SET First-Row TO FALSE
            MOVE Lsr-Company TO WS-Prev-Company
            MOVE Lsr-Department TO WS-Prev-Department
            PERFORM WRITE-LAPSED-LINE-SECT
    END-RETURN
END-PERFORM.
IF First-Row THEN
    MOVE '  (no lapsed employees)' TO Lapsed-Report-Line
    WRITE Lapsed-Report-Line
    DISPLAY '  (no lapsed employees)'
ELSE
    PERFORM WRITE-DEPT-SUBTOTAL-SECT
END-IF.
MOVE WS-Total-Lapsed TO WS-Count-Disp.
MOVE WS-Total-Never TO WS-Never-Disp.
MOVE SPACES TO Lapsed-Report-Line.
STRING 'GRAND TOTAL: ' DELIMITED BY SIZE
    FUNCTION TRIM(WS-Count-Disp) DELIMITED BY SIZE
    ' lapsed employee(s), of whom ' DELIMITED BY SIZE
    FUNCTION TRIM(WS-Never-Disp) DELIMITED BY SIZE
    ' never run' DELIMITED BY SIZE
    INTO Lapsed-Report-Line.
WRITE Lapsed-Report-Line.
DISPLAY FUNCTION TRIM(Lapsed-Report-Line TRAILING).

WRITE-LAPSED-LINE-SECT.
ADD 1 TO WS-Dept-Lapsed.
ADD 1 TO WS-Total-Lapsed.
MOVE SPACES TO Lapsed-Report-Line.
MOVE Lsr-Company TO Lapsed-Report-Line(1:3).
MOVE Lsr-Department TO Lapsed-Report-Line(5:10).
MOVE Lsr-Employee-ID TO Lapsed-Report-Line(17:6).
MOVE Lsr-Name TO Lapsed-Report-Line(27:30).
IF Lsr-Last-Period = 0 THEN
    ADD 1 TO WS-Dept-Never
    ADD 1 TO WS-Total-Never
    MOVE 'NEVER' TO Lapsed-Report-Line(59:5)
ELSE
    MOVE Lsr-Last-Period TO Lapsed-Report-Line(59:6)
    MOVE Lsr-Months-Since TO WS-Months-Disp
    MOVE WS-Months-Disp TO Lapsed-Report-Line(68:5)
    MOVE Lsr-Last-Extra TO WS-Extra-Disp
    MOVE WS-Extra-Disp TO Lapsed-Report-Line(78:10)
END-IF.
WRITE Lapsed-Report-Line.
DISPLAY FUNCTION TRIM(Lapsed-Report-Line TRAILING).

WRITE-DEPT-SUBTOTAL-SECT.
MOVE WS-Dept-Lapsed TO WS-Count-Disp.
MOVE WS-Dept-Never TO WS-Never-Disp.
MOVE SPACES TO Lapsed-Report-Line.
STRING '  -- ' DELIMITED BY SIZE
    WS-Prev-Company DELIMITED BY SIZE
    ' ' DELIMITED BY SIZE
    FUNCTION TRIM(WS-Prev-Department) DELIMITED BY SIZE
    ': ' DELIMITED BY SIZE
    FUNCTION TRIM(WS-Count-Disp) DELIMITED BY SIZE
    ' lapsed, ' DELIMITED BY SIZE
    FUNCTION TRIM(WS-Never-Disp) DELIMITED BY SIZE
    ' never run' DELIMITED BY SIZE
    INTO Lapsed-Report-Line.
WRITE Lapsed-Report-Line.
DISPLAY FUNCTION TRIM(Lapsed-Report-Line TRAILING).
MOVE SPACES TO Lapsed-Report-Line.
WRITE Lapsed-Report-Line.
MOVE 0 TO WS-Dept-Lapsed.
MOVE 0 TO WS-Dept-Never.

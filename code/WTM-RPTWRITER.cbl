*> General report writer over BUDGET-HISTORY.DAT. A report is a saved
*> specification in WTM-REPORT-SPECS.DAT (layout and row types in
*> WTM-REPORT-SPEC-REC.cpy) naming the history fields to print, the
*> selection tests, the sort order, the control breaks, and the
*> subtotals - so a recurring request such as rent percent by
*> department for a quarter, sorted descending, households over a
*> salary line, becomes a few rows of data instead of another
*> one-off program. From the menu the operator picks a report by
*> name (? lists the saved reports and the field names); in the
*> nightly stream (unattended mode) every report scheduled D runs,
*> and those scheduled M run on month-end nights of the processing
*> calendar. Each run writes WTM-RPT-<name>-<date>.TXT and a
*> WTM-REPORT-CATALOG.DAT entry under the report's name as family,
*> so WTM-GENCLEAN ages old generations off. SALARY, BASE-SALARY and
*> OTHER-INCOME print as a band unless the operator is a supervisor
*> or admin (WTM-FIGURE-MASK), in the rows and in their subtotals;
*> each employee whose pay is shown unmasked is logged.
*> Exit RETURN-CODE convention (shared by the WTM suite):
*>   0 normal, 4 no specifications on file or the name asked for is
*>   not one of them, 8 a specification is in error (it is not run),
*>   12 fatal (history or the report file could not be opened).
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-RPTWRITER.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Report-Spec-File ASSIGN TO "WTM-REPORT-SPECS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Report-Spec-Status.
    SELECT Budget-History-File ASSIGN TO "BUDGET-HISTORY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Budget-History-Status.
    SELECT Proc-Calendar-File ASSIGN TO "WTM-PROC-CALENDAR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Proc-Calendar-Status.
    SELECT Rpt-Out-File ASSIGN TO WS-Rpt-File-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Rpt-Out-Status.
    SELECT Report-Catalog-File ASSIGN TO "WTM-REPORT-CATALOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Report-Catalog-Status.
    SELECT Rpt-Sort-File ASSIGN TO "WTM-RPTWRITER-SORT.TMP".

DATA DIVISION.
FILE SECTION.
FD  Report-Spec-File.
    COPY "WTM-REPORT-SPEC-REC.cpy".

FD  Budget-History-File.
    COPY "WTM-HISTORY-REC.cpy".

FD  Proc-Calendar-File.
01 Proc-Calendar-Record.
    05 Cal-Date          PIC 9(8).
    05 Cal-Day-Type      PIC X.
    05 Cal-Month-End     PIC X.

FD  Rpt-Out-File.
01 Rpt-Out-Line PIC X(132).

FD  Report-Catalog-File.
    COPY "WTM-REPORT-CATALOG-REC.cpy".

*> Sort work record: the three sort keys rendered as text that
*> collates in the requested order, a release sequence so equal keys
*> keep history order, and the whole history record.
SD  Rpt-Sort-File.
01 Rpt-Sort-Record.
    05 Srt-Key-1           PIC X(20).
    05 Srt-Key-2           PIC X(20).
    05 Srt-Key-3           PIC X(20).
    05 Srt-Sequence        PIC 9(7).
    05 Srt-History-Image   PIC X(290).

WORKING-STORAGE SECTION.
01 WS-Report-Spec-Status PIC XX.
01 WS-Budget-History-Status PIC XX.
01 WS-Proc-Calendar-Status PIC XX.
01 WS-Rpt-Out-Status PIC XX.
01 WS-Report-Catalog-Status PIC XX.
01 WS-Rpt-File-Name PIC X(40).
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Sort-EOF-Flag PIC X VALUE "N".
    88 Sort-EOF VALUE "Y" FALSE "N".
01 WS-Today PIC 9(8).
01 WS-Worst-RC PIC 9(2) VALUE 0.
01 WS-Spec-RC PIC 9(2) VALUE 0.
01 WS-Month-End-Flag PIC X VALUE "N".
    88 Month-End-Today VALUE "E".
*> Every specification row on file, and the report names in the
*> order they first appear.
01 WS-Spec-Table.
    05 WS-Spec-Row OCCURS 500 TIMES PIC X(71).
01 WS-Spec-Row-Count PIC 9(3) VALUE 0.
01 WS-Spec-Row-Idx PIC 9(3).
01 WS-Name-Table.
    05 WS-Name-Entry OCCURS 100 TIMES.
       10 WS-Name-Spec      PIC X(8).
       10 WS-Name-Title     PIC X(60).
       10 WS-Name-Schedule  PIC X.
01 WS-Name-Count PIC 9(3) VALUE 0.
01 WS-Name-Idx PIC 9(3).
01 WS-Name-Slot PIC 9(3).
*> The history fields a specification may name: code, type (D a
*> number shown as its digits, N an amount shown edited, A text),
*> and printed width.
01 WS-Field-Catalog-Values.
    05 FILLER PIC X(15) VALUE 'EMPLOYEE-ID D06'.
    05 FILLER PIC X(15) VALUE 'HOUSEHOLD-IDD06'.
    05 FILLER PIC X(15) VALUE 'PERIOD      D06'.
    05 FILLER PIC X(15) VALUE 'FISCAL-PER  D06'.
    05 FILLER PIC X(15) VALUE 'RUN-DATE    D08'.
    05 FILLER PIC X(15) VALUE 'OPERATOR    A08'.
    05 FILLER PIC X(15) VALUE 'COMPANY     A03'.
    05 FILLER PIC X(15) VALUE 'DEPT        A04'.
    05 FILLER PIC X(15) VALUE 'LOCALITY    A04'.
    05 FILLER PIC X(15) VALUE 'POLICY-FLAG A01'.
    05 FILLER PIC X(15) VALUE 'SALARY      N15'.
    05 FILLER PIC X(15) VALUE 'BASE-SALARY N15'.
    05 FILLER PIC X(15) VALUE 'OTHER-INCOMEN15'.
    05 FILLER PIC X(15) VALUE 'PRETAX-DED  N15'.
    05 FILLER PIC X(15) VALUE 'RENT        N15'.
    05 FILLER PIC X(15) VALUE 'BILLS       N15'.
    05 FILLER PIC X(15) VALUE 'FOOD        N15'.
    05 FILLER PIC X(15) VALUE 'TRAVEL      N15'.
    05 FILLER PIC X(15) VALUE 'TAXES       N15'.
    05 FILLER PIC X(15) VALUE 'FEDERAL-TAX N15'.
    05 FILLER PIC X(15) VALUE 'STATE-TAX   N15'.
    05 FILLER PIC X(15) VALUE 'INSURANCE   N15'.
    05 FILLER PIC X(15) VALUE 'RENT-PCT    N15'.
    05 FILLER PIC X(15) VALUE 'BILLS-PCT   N15'.
    05 FILLER PIC X(15) VALUE 'FOOD-PCT    N15'.
    05 FILLER PIC X(15) VALUE 'TRAVEL-PCT  N15'.
    05 FILLER PIC X(15) VALUE 'TAXES-PCT   N15'.
    05 FILLER PIC X(15) VALUE 'INS-PCT     N15'.
    05 FILLER PIC X(15) VALUE 'EXTRA-PCT   N15'.
    05 FILLER PIC X(15) VALUE 'HEALTH-SCORED03'.
    05 FILLER PIC X(15) VALUE 'ADULTS      D02'.
    05 FILLER PIC X(15) VALUE 'DEPENDENTS  D02'.
01 WS-Field-Catalog REDEFINES WS-Field-Catalog-Values.
    05 WS-Cat-Entry OCCURS 32 TIMES.
       10 WS-Cat-Code  PIC X(12).
       10 WS-Cat-Type  PIC X.
       10 WS-Cat-Width PIC 9(2).
01 WS-Cat-Count PIC 9(2) VALUE 32.
01 WS-Cat-Idx PIC 9(2).
01 WS-Lookup-Code PIC X(12).
01 WS-Lookup-Field PIC 9(2).
*> The specification being run, parsed and checked.
01 WS-Cur-Name PIC X(8).
01 WS-Cur-Title PIC X(60).
01 WS-Cur-Include-Superseded PIC X.
01 WS-Spec-Valid-Flag PIC X VALUE "Y".
    88 Spec-Valid VALUE "Y" FALSE "N".
01 WS-Spec-Problem PIC X(70).
01 WS-Col-Count PIC 9(2).
01 WS-Col-Table.
    05 WS-Col-Field PIC 9(2) OCCURS 8 TIMES.
01 WS-Col-Idx PIC 9(2).
01 WS-Sel-Count PIC 9(2).
01 WS-Sel-Table.
    05 WS-Sel-Entry OCCURS 10 TIMES.
       10 WS-Sel-Field PIC 9(2).
       10 WS-Sel-Op    PIC X(2).
       10 WS-Sel-Alpha PIC X(20).
       10 WS-Sel-Num   PIC S9(11)V99.
01 WS-Sel-Idx PIC 9(2).
01 WS-Key-Count PIC 9(2).
01 WS-Key-Table.
    05 WS-Key-Entry OCCURS 3 TIMES.
       10 WS-Key-Field PIC 9(2).
       10 WS-Key-Dir   PIC X.
01 WS-Key-Idx PIC 9(2).
01 WS-Break-Count PIC 9(2).
01 WS-Break-Table.
    05 WS-Break-Field PIC 9(2) OCCURS 3 TIMES.
01 WS-Tot-Count PIC 9(2).
01 WS-Tot-Table.
    05 WS-Tot-Entry OCCURS 6 TIMES.
       10 WS-Tot-Field PIC 9(2).
       10 WS-Tot-Avg   PIC X.
01 WS-Tot-Idx PIC 9(2).
*> One field's value from the current history record.
01 WS-Get-Field PIC 9(2).
01 WS-Fld-Num PIC S9(11)V99.
01 WS-Fld-Alpha PIC X(20).
01 WS-Fld-Text PIC X(15).
01 WS-Fld-Digits PIC 9(8).
01 WS-Fld-Width PIC 9(2).
01 WS-Amount-Disp PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-Total-Disp PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-Runs-Disp PIC Z,ZZZ,ZZ9.
*> Selection and sort-key work.
01 WS-Selected-Flag PIC X.
    88 Run-Selected VALUE "Y" FALSE "N".
01 WS-Compare-Result PIC S9.
01 WS-Key-Text PIC X(20).
01 WS-Key-Num PIC 9(13)V99.
01 WS-Key-Num-Text REDEFINES WS-Key-Num PIC X(15).
01 WS-Asc-Chars PIC X(95).
01 WS-Desc-Chars PIC X(95).
01 WS-Char-Idx PIC 9(3).
01 WS-Released PIC 9(7) VALUE 0.
01 WS-Printed PIC 9(7) VALUE 0.
*> Control-break state: level 1-3 are the breaks, level 4 the grand
*> total.
01 WS-Prev-Keys.
    05 WS-Prev-Key PIC X(20) OCCURS 3 TIMES.
01 WS-Brk-Texts.
    05 WS-Brk-Text PIC X(15) OCCURS 3 TIMES.
01 WS-Level-Table.
    05 WS-Lvl-Entry OCCURS 4 TIMES.
       10 WS-Lvl-Runs PIC 9(7).
       10 WS-Lvl-Sum  PIC S9(13)V99 OCCURS 6 TIMES.
01 WS-Lvl-Idx PIC 9(2).
01 WS-Changed-Level PIC 9(2).
01 WS-Print-Level PIC 9(2).
01 WS-First-Row-Flag PIC X.
    88 First-Row VALUE "Y" FALSE "N".
01 WS-Total-Value PIC S9(13)V99.
01 WS-Line-Ptr PIC 9(3).
01 WS-Head-Len PIC 9(2).
01 WS-Numeric-Input PIC X(20).
01 WS-Test-Numval PIC S9(6).
01 WS-Name-Input PIC X(8).
01 WS-Input-Valid PIC X VALUE "N".
    88 Input-Valid VALUE "Y".
*> Set when the report being run prints a pay field (SALARY,
*> BASE-SALARY or OTHER-INCOME) as a column, break, or total.
01 WS-Pay-Shown-Flag PIC X VALUE "N".
    88 Pay-Shown VALUE "Y" FALSE "N".
    COPY "WTM-UNATTENDED.cpy".
    COPY "WTM-FIGURE-MASK.cpy".
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '------------------------------- WTM HISTORY REPORT WRITER ----------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
PERFORM VARYING WS-Char-Idx FROM 1 BY 1 UNTIL WS-Char-Idx > 95
    MOVE FUNCTION CHAR(WS-Char-Idx + 32) TO WS-Asc-Chars(WS-Char-Idx:1)
END-PERFORM.
MOVE FUNCTION REVERSE(WS-Asc-Chars) TO WS-Desc-Chars.
PERFORM LOAD-SPECS-SECT.
IF WS-Name-Count = 0 THEN
    DISPLAY 'RPTWRITER: no report specifications on WTM-REPORT-SPECS.DAT - nothing to run.'
    MOVE 4 TO RETURN-CODE
    GOBACK
END-IF.
IF WTM-Unattended-Mode = "B" THEN
    PERFORM RUN-SCHEDULED-SECT
ELSE
    PERFORM CHOOSE-SPEC-SECT
    IF WS-Name-Slot > 0 THEN
        MOVE WS-Name-Spec(WS-Name-Slot) TO WS-Cur-Name
        PERFORM RUN-ONE-SPEC-SECT
    ELSE
        MOVE 4 TO WS-Worst-RC
    END-IF
END-IF.
MOVE WS-Worst-RC TO RETURN-CODE.
GOBACK.

LOAD-SPECS-SECT.
*> Rows whose name starts with * are comments.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Report-Spec-File.
IF WS-Report-Spec-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Report-Spec-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (Spec-Name NOT = SPACES) AND (Spec-Name(1:1) NOT = "*") THEN
                IF WS-Spec-Row-Count < 500 THEN
                    ADD 1 TO WS-Spec-Row-Count
                    MOVE Report-Spec-Record TO WS-Spec-Row(WS-Spec-Row-Count)
                    PERFORM NOTE-SPEC-NAME-SECT
                ELSE
                    DISPLAY 'WARNING: WTM-REPORT-SPECS.DAT holds more than 500 rows - the rest are ignored.'
                    SET File-EOF TO TRUE
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Report-Spec-File.

NOTE-SPEC-NAME-SECT.
MOVE 0 TO WS-Name-Slot.
PERFORM VARYING WS-Name-Idx FROM 1 BY 1 UNTIL WS-Name-Idx > WS-Name-Count
    IF WS-Name-Spec(WS-Name-Idx) = Spec-Name THEN
        MOVE WS-Name-Idx TO WS-Name-Slot
    END-IF
END-PERFORM.
IF WS-Name-Slot = 0 AND WS-Name-Count < 100 THEN
    ADD 1 TO WS-Name-Count
    MOVE WS-Name-Count TO WS-Name-Slot
    MOVE Spec-Name TO WS-Name-Spec(WS-Name-Slot)
    MOVE SPACES TO WS-Name-Title(WS-Name-Slot)
    MOVE SPACE TO WS-Name-Schedule(WS-Name-Slot)
END-IF.
IF WS-Name-Slot > 0 AND Spec-Title-Row THEN
    MOVE Spec-Title-Text TO WS-Name-Title(WS-Name-Slot)
    MOVE Spec-Schedule TO WS-Name-Schedule(WS-Name-Slot)
END-IF.

CHOOSE-SPEC-SECT.
MOVE 0 TO WS-Name-Slot.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    DISPLAY 'Enter the report name to run (? lists the saved reports and field names, blank to quit):'
    MOVE SPACES TO WS-Name-Input
    ACCEPT WS-Name-Input
    MOVE FUNCTION UPPER-CASE(WS-Name-Input) TO WS-Name-Input
    EVALUATE TRUE
        WHEN WS-Name-Input = SPACES
            MOVE "Y" TO WS-Input-Valid
        WHEN WS-Name-Input = "?"
            PERFORM LIST-SPECS-SECT
        WHEN OTHER
            PERFORM VARYING WS-Name-Idx FROM 1 BY 1 UNTIL WS-Name-Idx > WS-Name-Count
                IF WS-Name-Spec(WS-Name-Idx) = WS-Name-Input THEN
                    MOVE WS-Name-Idx TO WS-Name-Slot
                END-IF
            END-PERFORM
            IF WS-Name-Slot > 0 THEN
                MOVE "Y" TO WS-Input-Valid
            ELSE
                DISPLAY 'INPUT ERROR: no saved report is named ', FUNCTION TRIM(WS-Name-Input), '. Please re-enter.'
            END-IF
    END-EVALUATE
END-PERFORM.

LIST-SPECS-SECT.
DISPLAY 'NAME      SCHED  TITLE'.
PERFORM VARYING WS-Name-Idx FROM 1 BY 1 UNTIL WS-Name-Idx > WS-Name-Count
    DISPLAY WS-Name-Spec(WS-Name-Idx), '    ', WS-Name-Schedule(WS-Name-Idx), '    ',
        FUNCTION TRIM(WS-Name-Title(WS-Name-Idx))
END-PERFORM.
DISPLAY 'Schedule: blank = on demand, D = every nightly run, M = month-end nights.'.
DISPLAY 'Field names a specification may use (D number, N amount, A text):'.
PERFORM VARYING WS-Cat-Idx FROM 1 BY 1 UNTIL WS-Cat-Idx > WS-Cat-Count
    DISPLAY '  ', WS-Cat-Code(WS-Cat-Idx), ' ', WS-Cat-Type(WS-Cat-Idx)
END-PERFORM.

RUN-SCHEDULED-SECT.
PERFORM CHECK-MONTH-END-SECT.
PERFORM VARYING WS-Name-Idx FROM 1 BY 1 UNTIL WS-Name-Idx > WS-Name-Count
    IF (WS-Name-Schedule(WS-Name-Idx) = "D")
        OR ((WS-Name-Schedule(WS-Name-Idx) = "M") AND Month-End-Today) THEN
        MOVE WS-Name-Spec(WS-Name-Idx) TO WS-Cur-Name
        PERFORM RUN-ONE-SPEC-SECT
    END-IF
END-PERFORM.

CHECK-MONTH-END-SECT.
*> Today is month-end when the processing calendar flags it so - the
*> same rule the nightly driver applies to its month-end steps.
MOVE "N" TO WS-Month-End-Flag.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Proc-Calendar-File.
IF WS-Proc-Calendar-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Proc-Calendar-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Cal-Date = WS-Today THEN
                MOVE Cal-Month-End TO WS-Month-End-Flag
            END-IF
    END-READ
END-PERFORM.
CLOSE Proc-Calendar-File.

RUN-ONE-SPEC-SECT.
MOVE 0 TO WS-Spec-RC.
PERFORM PARSE-SPEC-SECT.
IF NOT Spec-Valid THEN
    DISPLAY 'RPTWRITER: report ', FUNCTION TRIM(WS-Cur-Name), ' not run - ', FUNCTION TRIM(WS-Spec-Problem)
    MOVE 8 TO WS-Spec-RC
    PERFORM NOTE-SPEC-RC-SECT
    EXIT PARAGRAPH
END-IF.
MOVE SPACES TO WS-Rpt-File-Name.
STRING 'WTM-RPT-' DELIMITED BY SIZE
    WS-Cur-Name DELIMITED BY SPACE
    '-' DELIMITED BY SIZE
    WS-Today DELIMITED BY SIZE
    '.TXT' DELIMITED BY SIZE
    INTO WS-Rpt-File-Name.
OPEN OUTPUT Rpt-Out-File.
IF WS-Rpt-Out-Status NOT = "00" THEN
    DISPLAY 'RPTWRITER ERROR: could not create ', FUNCTION TRIM(WS-Rpt-File-Name), ', file status ', WS-Rpt-Out-Status
    MOVE 12 TO WS-Spec-RC
    PERFORM NOTE-SPEC-RC-SECT
    EXIT PARAGRAPH
END-IF.
PERFORM WRITE-HEADINGS-SECT.
PERFORM NOTE-PAY-SHOWN-SECT.
MOVE 0 TO WS-Released.
MOVE 0 TO WS-Printed.
PERFORM VARYING WS-Lvl-Idx FROM 1 BY 1 UNTIL WS-Lvl-Idx > 4
    PERFORM RESET-LEVEL-SECT
END-PERFORM.
SORT Rpt-Sort-File
    ON ASCENDING KEY Srt-Key-1
                     Srt-Key-2
                     Srt-Key-3
                     Srt-Sequence
    INPUT PROCEDURE IS RELEASE-RUNS-SECT
    OUTPUT PROCEDURE IS PRINT-RUNS-SECT.
IF WS-Printed = 0 THEN
    MOVE '  (no history runs matched the selection)' TO Rpt-Out-Line
    WRITE Rpt-Out-Line
END-IF.
CLOSE Rpt-Out-File.
DISPLAY 'Report ', FUNCTION TRIM(WS-Cur-Name), ': ', WS-Printed, ' run(s) written to ',
    FUNCTION TRIM(WS-Rpt-File-Name), '.'.
MOVE WS-Cur-Name TO Gen-Family.
MOVE WS-Rpt-File-Name TO Gen-File-Name.
MOVE WS-Today TO Gen-Date.
MOVE WS-Printed TO Gen-Record-Count.
PERFORM WRITE-CATALOG-ENTRY-SECT.
PERFORM NOTE-SPEC-RC-SECT.

NOTE-PAY-SHOWN-SECT.
*> Pay figures go through WTM-FIGURE-MASK; the view is opened under
*> the report's own name.
SET Pay-Shown TO FALSE.
PERFORM VARYING WS-Col-Idx FROM 1 BY 1 UNTIL WS-Col-Idx > WS-Col-Count
    IF (WS-Col-Field(WS-Col-Idx) >= 11) AND (WS-Col-Field(WS-Col-Idx) <= 13) THEN
        SET Pay-Shown TO TRUE
    END-IF
END-PERFORM.
PERFORM VARYING WS-Lvl-Idx FROM 1 BY 1 UNTIL WS-Lvl-Idx > WS-Break-Count
    IF (WS-Break-Field(WS-Lvl-Idx) >= 11) AND (WS-Break-Field(WS-Lvl-Idx) <= 13) THEN
        SET Pay-Shown TO TRUE
    END-IF
END-PERFORM.
PERFORM VARYING WS-Tot-Idx FROM 1 BY 1 UNTIL WS-Tot-Idx > WS-Tot-Count
    IF (WS-Tot-Field(WS-Tot-Idx) >= 11) AND (WS-Tot-Field(WS-Tot-Idx) <= 13) THEN
        SET Pay-Shown TO TRUE
    END-IF
END-PERFORM.
IF Pay-Shown THEN
    MOVE SPACES TO WS-Mask-View
    STRING 'WTM-RPT-' DELIMITED BY SIZE
        WS-Cur-Name DELIMITED BY SPACE
        INTO WS-Mask-View
    SET Mask-Begin TO TRUE
    PERFORM CALL-FIGURE-MASK-SECT
END-IF.

NOTE-SPEC-RC-SECT.
IF WS-Spec-RC > WS-Worst-RC THEN
    MOVE WS-Spec-RC TO WS-Worst-RC
END-IF.

PARSE-SPEC-SECT.
SET Spec-Valid TO TRUE.
MOVE SPACES TO WS-Spec-Problem.
MOVE SPACES TO WS-Cur-Title.
MOVE "N" TO WS-Cur-Include-Superseded.
MOVE 0 TO WS-Col-Count.
MOVE 0 TO WS-Sel-Count.
MOVE 0 TO WS-Key-Count.
MOVE 0 TO WS-Break-Count.
MOVE 0 TO WS-Tot-Count.
PERFORM VARYING WS-Spec-Row-Idx FROM 1 BY 1
    UNTIL (WS-Spec-Row-Idx > WS-Spec-Row-Count) OR NOT Spec-Valid
    MOVE WS-Spec-Row(WS-Spec-Row-Idx) TO Report-Spec-Record
    IF Spec-Name = WS-Cur-Name THEN
        PERFORM PARSE-SPEC-ROW-SECT
    END-IF
END-PERFORM.
IF Spec-Valid AND (WS-Col-Count = 0) THEN
    SET Spec-Valid TO FALSE
    MOVE 'no C (column) rows - there is nothing to print.' TO WS-Spec-Problem
END-IF.
IF Spec-Valid THEN
    PERFORM VARYING WS-Lvl-Idx FROM 1 BY 1 UNTIL WS-Lvl-Idx > WS-Break-Count
        IF (WS-Lvl-Idx > WS-Key-Count)
            OR (WS-Break-Field(WS-Lvl-Idx) NOT = WS-Key-Field(WS-Lvl-Idx)) THEN
            SET Spec-Valid TO FALSE
            MOVE 'the B (break) rows must name the leading K (sort) fields in order.' TO WS-Spec-Problem
        END-IF
    END-PERFORM
END-IF.

PARSE-SPEC-ROW-SECT.
IF Spec-Title-Row THEN
    MOVE Spec-Title-Text TO WS-Cur-Title
    IF Spec-Include-Superseded = "Y" THEN
        MOVE "Y" TO WS-Cur-Include-Superseded
    END-IF
    EXIT PARAGRAPH
END-IF.
MOVE FUNCTION UPPER-CASE(Spec-Field-Code) TO WS-Lookup-Code.
PERFORM LOOKUP-FIELD-SECT.
IF WS-Lookup-Field = 0 THEN
    SET Spec-Valid TO FALSE
    STRING 'row type ' DELIMITED BY SIZE
        Spec-Row-Type DELIMITED BY SIZE
        ' names an unknown field ' DELIMITED BY SIZE
        Spec-Field-Code DELIMITED BY SPACE
        '.' DELIMITED BY SIZE
        INTO WS-Spec-Problem
    EXIT PARAGRAPH
END-IF.
EVALUATE TRUE
    WHEN Spec-Column-Row
        IF WS-Col-Count = 8 THEN
            SET Spec-Valid TO FALSE
            MOVE 'more than 8 C (column) rows.' TO WS-Spec-Problem
        ELSE
            ADD 1 TO WS-Col-Count
            MOVE WS-Lookup-Field TO WS-Col-Field(WS-Col-Count)
        END-IF
    WHEN Spec-Select-Row
        PERFORM PARSE-SELECT-ROW-SECT
    WHEN Spec-Sort-Row
        IF WS-Key-Count = 3 THEN
            SET Spec-Valid TO FALSE
            MOVE 'more than 3 K (sort) rows.' TO WS-Spec-Problem
        ELSE
            ADD 1 TO WS-Key-Count
            MOVE WS-Lookup-Field TO WS-Key-Field(WS-Key-Count)
            EVALUATE Spec-Operator
                WHEN SPACES
                WHEN "A"
                    MOVE "A" TO WS-Key-Dir(WS-Key-Count)
                WHEN "D"
                    MOVE "D" TO WS-Key-Dir(WS-Key-Count)
                WHEN OTHER
                    SET Spec-Valid TO FALSE
                    MOVE 'a K (sort) row direction must be A or D.' TO WS-Spec-Problem
            END-EVALUATE
        END-IF
    WHEN Spec-Break-Row
        IF WS-Break-Count = 3 THEN
            SET Spec-Valid TO FALSE
            MOVE 'more than 3 B (break) rows.' TO WS-Spec-Problem
        ELSE
            ADD 1 TO WS-Break-Count
            MOVE WS-Lookup-Field TO WS-Break-Field(WS-Break-Count)
        END-IF
    WHEN Spec-Total-Row
        IF WS-Tot-Count = 6 THEN
            SET Spec-Valid TO FALSE
            MOVE 'more than 6 U (subtotal) rows.' TO WS-Spec-Problem
        ELSE
            IF WS-Cat-Type(WS-Lookup-Field) = "A" THEN
                SET Spec-Valid TO FALSE
                MOVE 'a U (subtotal) row names a text field.' TO WS-Spec-Problem
            ELSE
                ADD 1 TO WS-Tot-Count
                MOVE WS-Lookup-Field TO WS-Tot-Field(WS-Tot-Count)
                EVALUATE Spec-Operator
                    WHEN SPACES
                    WHEN "SUM"
                        MOVE "N" TO WS-Tot-Avg(WS-Tot-Count)
                    WHEN "AVG"
                        MOVE "Y" TO WS-Tot-Avg(WS-Tot-Count)
                    WHEN OTHER
                        SET Spec-Valid TO FALSE
                        MOVE 'a U (subtotal) row must say SUM or AVG.' TO WS-Spec-Problem
                END-EVALUATE
            END-IF
        END-IF
    WHEN OTHER
        SET Spec-Valid TO FALSE
        STRING 'unknown row type "' DELIMITED BY SIZE
            Spec-Row-Type DELIMITED BY SIZE
            '" - T, C, S, K, B, or U expected.' DELIMITED BY SIZE
            INTO WS-Spec-Problem
END-EVALUATE.

PARSE-SELECT-ROW-SECT.
IF WS-Sel-Count = 10 THEN
    SET Spec-Valid TO FALSE
    MOVE 'more than 10 S (selection) rows.' TO WS-Spec-Problem
    EXIT PARAGRAPH
END-IF.
IF (Spec-Operator NOT = "EQ") AND (Spec-Operator NOT = "NE")
    AND (Spec-Operator NOT = "GT") AND (Spec-Operator NOT = "GE")
    AND (Spec-Operator NOT = "LT") AND (Spec-Operator NOT = "LE") THEN
    SET Spec-Valid TO FALSE
    MOVE 'an S (selection) row operator must be EQ, NE, GT, GE, LT, or LE.' TO WS-Spec-Problem
    EXIT PARAGRAPH
END-IF.
ADD 1 TO WS-Sel-Count.
MOVE WS-Lookup-Field TO WS-Sel-Field(WS-Sel-Count).
MOVE Spec-Operator(1:2) TO WS-Sel-Op(WS-Sel-Count).
MOVE Spec-Value TO WS-Sel-Alpha(WS-Sel-Count).
MOVE 0 TO WS-Sel-Num(WS-Sel-Count).
IF WS-Cat-Type(WS-Lookup-Field) NOT = "A" THEN
    MOVE Spec-Value TO WS-Numeric-Input
    MOVE FUNCTION TEST-NUMVAL(WS-Numeric-Input) TO WS-Test-Numval
    IF WS-Test-Numval NOT = 0 THEN
        SET Spec-Valid TO FALSE
        STRING 'the selection value for ' DELIMITED BY SIZE
            Spec-Field-Code DELIMITED BY SPACE
            ' is not a number.' DELIMITED BY SIZE
            INTO WS-Spec-Problem
    ELSE
        COMPUTE WS-Sel-Num(WS-Sel-Count) = FUNCTION NUMVAL(WS-Numeric-Input)
    END-IF
END-IF.

LOOKUP-FIELD-SECT.
MOVE 0 TO WS-Lookup-Field.
PERFORM VARYING WS-Cat-Idx FROM 1 BY 1 UNTIL WS-Cat-Idx > WS-Cat-Count
    IF WS-Cat-Code(WS-Cat-Idx) = WS-Lookup-Code THEN
        MOVE WS-Cat-Idx TO WS-Lookup-Field
    END-IF
END-PERFORM.

WRITE-HEADINGS-SECT.
MOVE SPACES TO Rpt-Out-Line.
STRING 'WTM HISTORY REPORT ' DELIMITED BY SIZE
    WS-Cur-Name DELIMITED BY SPACE
    ' - ' DELIMITED BY SIZE
    WS-Cur-Title DELIMITED BY SIZE
    INTO Rpt-Out-Line.
WRITE Rpt-Out-Line.
MOVE SPACES TO Rpt-Out-Line.
STRING 'Run ' DELIMITED BY SIZE
    WS-Today DELIMITED BY SIZE
    ' from BUDGET-HISTORY.DAT' DELIMITED BY SIZE
    INTO Rpt-Out-Line.
IF WS-Cur-Include-Superseded = "Y" THEN
    MOVE ', superseded runs included' TO Rpt-Out-Line(37:26)
END-IF.
WRITE Rpt-Out-Line.
PERFORM VARYING WS-Sel-Idx FROM 1 BY 1 UNTIL WS-Sel-Idx > WS-Sel-Count
    MOVE SPACES TO Rpt-Out-Line
    STRING '  where ' DELIMITED BY SIZE
        WS-Cat-Code(WS-Sel-Field(WS-Sel-Idx)) DELIMITED BY SPACE
        ' ' DELIMITED BY SIZE
        WS-Sel-Op(WS-Sel-Idx) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-Sel-Alpha(WS-Sel-Idx) DELIMITED BY SIZE
        INTO Rpt-Out-Line
    WRITE Rpt-Out-Line
END-PERFORM.
PERFORM VARYING WS-Key-Idx FROM 1 BY 1 UNTIL WS-Key-Idx > WS-Key-Count
    MOVE SPACES TO Rpt-Out-Line
    STRING '  sorted by ' DELIMITED BY SIZE
        WS-Cat-Code(WS-Key-Field(WS-Key-Idx)) DELIMITED BY SPACE
        ' ' DELIMITED BY SIZE
        WS-Key-Dir(WS-Key-Idx) DELIMITED BY SIZE
        INTO Rpt-Out-Line
    IF WS-Key-Idx <= WS-Break-Count THEN
        MOVE '(control break)' TO Rpt-Out-Line(40:15)
    END-IF
    WRITE Rpt-Out-Line
END-PERFORM.
MOVE SPACES TO Rpt-Out-Line.
WRITE Rpt-Out-Line.
*> Column headings: text and digit columns are headed from the left,
*> amount columns from the right to sit over the edited figures.
MOVE SPACES TO Rpt-Out-Line.
PERFORM VARYING WS-Col-Idx FROM 1 BY 1 UNTIL WS-Col-Idx > WS-Col-Count
    COMPUTE WS-Line-Ptr = ((WS-Col-Idx - 1) * 16) + 1
    COMPUTE WS-Head-Len = FUNCTION LENGTH(FUNCTION TRIM(WS-Cat-Code(WS-Col-Field(WS-Col-Idx))))
    IF WS-Cat-Type(WS-Col-Field(WS-Col-Idx)) = "N" THEN
        COMPUTE WS-Line-Ptr = WS-Line-Ptr + 15 - WS-Head-Len
    END-IF
    MOVE WS-Cat-Code(WS-Col-Field(WS-Col-Idx))(1:WS-Head-Len) TO Rpt-Out-Line(WS-Line-Ptr:WS-Head-Len)
END-PERFORM.
WRITE Rpt-Out-Line.
MOVE ALL '-' TO Rpt-Out-Line.
COMPUTE WS-Line-Ptr = (WS-Col-Count * 16) + 1.
MOVE SPACES TO Rpt-Out-Line(WS-Line-Ptr:).
WRITE Rpt-Out-Line.

GET-FIELD-SECT.
*> WS-Get-Field's value from Budget-History-Record: WS-Fld-Num for
*> a number or amount (0 on a record written before the field
*> existed), WS-Fld-Alpha for text, and WS-Fld-Text as printed.
MOVE 0 TO WS-Fld-Num.
MOVE SPACES TO WS-Fld-Alpha.
EVALUATE WS-Get-Field
    WHEN 1
        IF Hist-Employee-ID IS NUMERIC THEN
            MOVE Hist-Employee-ID TO WS-Fld-Num
        END-IF
    WHEN 2
        IF Hist-Household-ID IS NUMERIC THEN
            MOVE Hist-Household-ID TO WS-Fld-Num
        END-IF
    WHEN 3
        IF Hist-Period IS NUMERIC THEN
            MOVE Hist-Period TO WS-Fld-Num
        END-IF
    WHEN 4
        IF Hist-Fiscal-Period IS NUMERIC THEN
            MOVE Hist-Fiscal-Period TO WS-Fld-Num
        END-IF
    WHEN 5
        IF Hist-Run-Date IS NUMERIC THEN
            MOVE Hist-Run-Date TO WS-Fld-Num
        END-IF
    WHEN 6
        MOVE Hist-Operator-ID TO WS-Fld-Alpha
    WHEN 7
        MOVE Hist-Company-Code TO WS-Fld-Alpha
    WHEN 8
        MOVE Hist-Dept-Code TO WS-Fld-Alpha
    WHEN 9
        MOVE Hist-Tax-Locality TO WS-Fld-Alpha
    WHEN 10
        MOVE Hist-Policy-Flag TO WS-Fld-Alpha
    WHEN 11
        IF Hist-Salary IS NUMERIC THEN
            MOVE Hist-Salary TO WS-Fld-Num
        END-IF
    WHEN 12
        IF Hist-Base-Salary IS NUMERIC THEN
            MOVE Hist-Base-Salary TO WS-Fld-Num
        END-IF
    WHEN 13
        IF Hist-Other-Income IS NUMERIC THEN
            MOVE Hist-Other-Income TO WS-Fld-Num
        END-IF
    WHEN 14
        IF Hist-Pretax-Deductions IS NUMERIC THEN
            MOVE Hist-Pretax-Deductions TO WS-Fld-Num
        END-IF
    WHEN 15
        IF Hist-Rent IS NUMERIC THEN
            MOVE Hist-Rent TO WS-Fld-Num
        END-IF
    WHEN 16
        IF Hist-Bills IS NUMERIC THEN
            MOVE Hist-Bills TO WS-Fld-Num
        END-IF
    WHEN 17
        IF Hist-Food IS NUMERIC THEN
            MOVE Hist-Food TO WS-Fld-Num
        END-IF
    WHEN 18
        IF Hist-Travel IS NUMERIC THEN
            MOVE Hist-Travel TO WS-Fld-Num
        END-IF
    WHEN 19
        IF Hist-Taxes IS NUMERIC THEN
            MOVE Hist-Taxes TO WS-Fld-Num
        END-IF
    WHEN 20
        IF Hist-Federal-Tax IS NUMERIC THEN
            MOVE Hist-Federal-Tax TO WS-Fld-Num
        END-IF
    WHEN 21
        IF Hist-State-Tax IS NUMERIC THEN
            MOVE Hist-State-Tax TO WS-Fld-Num
        END-IF
    WHEN 22
        IF Hist-Insurance IS NUMERIC THEN
            MOVE Hist-Insurance TO WS-Fld-Num
        END-IF
    WHEN 23
        IF Hist-Rent-Percent IS NUMERIC THEN
            MOVE Hist-Rent-Percent TO WS-Fld-Num
        END-IF
    WHEN 24
        IF Hist-Bills-Percent IS NUMERIC THEN
            MOVE Hist-Bills-Percent TO WS-Fld-Num
        END-IF
    WHEN 25
        IF Hist-Food-Percent IS NUMERIC THEN
            MOVE Hist-Food-Percent TO WS-Fld-Num
        END-IF
    WHEN 26
        IF Hist-Travel-Percent IS NUMERIC THEN
            MOVE Hist-Travel-Percent TO WS-Fld-Num
        END-IF
    WHEN 27
        IF Hist-Taxes-Percent IS NUMERIC THEN
            MOVE Hist-Taxes-Percent TO WS-Fld-Num
        END-IF
    WHEN 28
        IF Hist-Insurance-Percent IS NUMERIC THEN
            MOVE Hist-Insurance-Percent TO WS-Fld-Num
        END-IF
    WHEN 29
        IF Hist-Extra-Percent IS NUMERIC THEN
            MOVE Hist-Extra-Percent TO WS-Fld-Num
        END-IF
    WHEN 30
        IF Hist-Health-Score IS NUMERIC THEN
            MOVE Hist-Health-Score TO WS-Fld-Num
        END-IF
    WHEN 31
        IF Hist-Adults IS NUMERIC THEN
            MOVE Hist-Adults TO WS-Fld-Num
        END-IF
    WHEN 32
        IF Hist-Dependents IS NUMERIC THEN
            MOVE Hist-Dependents TO WS-Fld-Num
        END-IF
END-EVALUATE.
MOVE SPACES TO WS-Fld-Text.
EVALUATE WS-Cat-Type(WS-Get-Field)
    WHEN "A"
        MOVE WS-Fld-Alpha TO WS-Fld-Text
    WHEN "D"
        MOVE WS-Fld-Num TO WS-Fld-Digits
        MOVE WS-Cat-Width(WS-Get-Field) TO WS-Fld-Width
        MOVE WS-Fld-Digits(9 - WS-Fld-Width:WS-Fld-Width) TO WS-Fld-Text
        MOVE WS-Fld-Text TO WS-Fld-Alpha
    WHEN OTHER
        IF (WS-Get-Field >= 11) AND (WS-Get-Field <= 13) THEN
            MOVE WS-Fld-Num TO WS-Mask-Amount
            SET Mask-Format TO TRUE
            PERFORM CALL-FIGURE-MASK-SECT
            MOVE WS-Mask-Text TO WS-Fld-Text
        ELSE
            MOVE WS-Fld-Num TO WS-Amount-Disp
            MOVE WS-Amount-Disp TO WS-Fld-Text
        END-IF
END-EVALUATE.

RELEASE-RUNS-SECT.
MOVE "N" TO WS-File-EOF-Flag.
SET File-Ctl-Verify TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Budget-History-File.
IF WS-Budget-History-Status NOT = "00" THEN
    DISPLAY 'RPTWRITER ERROR: could not open BUDGET-HISTORY.DAT, file status ', WS-Budget-History-Status
    MOVE 12 TO WS-Spec-RC
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Budget-History-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (Hist-Superseded-Flag NOT = "S") OR (WS-Cur-Include-Superseded = "Y") THEN
                PERFORM TEST-SELECTION-SECT
                IF Run-Selected THEN
                    PERFORM RELEASE-ONE-RUN-SECT
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Budget-History-File.

TEST-SELECTION-SECT.
SET Run-Selected TO TRUE.
PERFORM VARYING WS-Sel-Idx FROM 1 BY 1 UNTIL (WS-Sel-Idx > WS-Sel-Count) OR NOT Run-Selected
    MOVE WS-Sel-Field(WS-Sel-Idx) TO WS-Get-Field
    PERFORM GET-FIELD-SECT
    IF WS-Cat-Type(WS-Get-Field) = "A" THEN
        EVALUATE TRUE
            WHEN WS-Fld-Alpha < WS-Sel-Alpha(WS-Sel-Idx)
                MOVE -1 TO WS-Compare-Result
            WHEN WS-Fld-Alpha > WS-Sel-Alpha(WS-Sel-Idx)
                MOVE 1 TO WS-Compare-Result
            WHEN OTHER
                MOVE 0 TO WS-Compare-Result
        END-EVALUATE
    ELSE
        EVALUATE TRUE
            WHEN WS-Fld-Num < WS-Sel-Num(WS-Sel-Idx)
                MOVE -1 TO WS-Compare-Result
            WHEN WS-Fld-Num > WS-Sel-Num(WS-Sel-Idx)
                MOVE 1 TO WS-Compare-Result
            WHEN OTHER
                MOVE 0 TO WS-Compare-Result
        END-EVALUATE
    END-IF
    EVALUATE WS-Sel-Op(WS-Sel-Idx)
        WHEN "EQ"
            IF WS-Compare-Result NOT = 0 THEN
                SET Run-Selected TO FALSE
            END-IF
        WHEN "NE"
            IF WS-Compare-Result = 0 THEN
                SET Run-Selected TO FALSE
            END-IF
        WHEN "GT"
            IF WS-Compare-Result NOT > 0 THEN
                SET Run-Selected TO FALSE
            END-IF
        WHEN "GE"
            IF WS-Compare-Result < 0 THEN
                SET Run-Selected TO FALSE
            END-IF
        WHEN "LT"
            IF WS-Compare-Result NOT < 0 THEN
                SET Run-Selected TO FALSE
            END-IF
        WHEN "LE"
            IF WS-Compare-Result > 0 THEN
                SET Run-Selected TO FALSE
            END-IF
    END-EVALUATE
END-PERFORM.

RELEASE-ONE-RUN-SECT.
MOVE SPACES TO Srt-Key-1.
MOVE SPACES TO Srt-Key-2.
MOVE SPACES TO Srt-Key-3.
PERFORM VARYING WS-Key-Idx FROM 1 BY 1 UNTIL WS-Key-Idx > WS-Key-Count
    PERFORM BUILD-KEY-TEXT-SECT
    EVALUATE WS-Key-Idx
        WHEN 1 MOVE WS-Key-Text TO Srt-Key-1
        WHEN 2 MOVE WS-Key-Text TO Srt-Key-2
        WHEN 3 MOVE WS-Key-Text TO Srt-Key-3
    END-EVALUATE
END-PERFORM.
ADD 1 TO WS-Released.
MOVE WS-Released TO Srt-Sequence.
MOVE Budget-History-Record TO Srt-History-Image.
RELEASE Rpt-Sort-Record.

BUILD-KEY-TEXT-SECT.
*> Numbers are offset to be non-negative and written as fixed-width
*> digits so they collate as text; a descending key is complemented
*> (digits from 9, text characters through the reversed character
*> set) so the one ascending sort serves both directions.
MOVE WS-Key-Field(WS-Key-Idx) TO WS-Get-Field.
PERFORM GET-FIELD-SECT.
MOVE SPACES TO WS-Key-Text.
IF WS-Cat-Type(WS-Get-Field) = "A" THEN
    MOVE WS-Fld-Alpha TO WS-Key-Text
    IF WS-Key-Dir(WS-Key-Idx) = "D" THEN
        INSPECT WS-Key-Text CONVERTING WS-Asc-Chars TO WS-Desc-Chars
    END-IF
ELSE
    COMPUTE WS-Key-Num = WS-Fld-Num + 100000000000
    IF WS-Key-Dir(WS-Key-Idx) = "D" THEN
        COMPUTE WS-Key-Num = 9999999999999.99 - WS-Key-Num
    END-IF
    MOVE WS-Key-Num-Text TO WS-Key-Text(1:15)
END-IF.

PRINT-RUNS-SECT.
MOVE "N" TO WS-Sort-EOF-Flag.
SET First-Row TO TRUE.
PERFORM UNTIL Sort-EOF
    RETURN Rpt-Sort-File
        AT END SET Sort-EOF TO TRUE
        NOT AT END PERFORM PRINT-ONE-RUN-SECT
    END-RETURN
END-PERFORM.
IF WS-Printed > 0 THEN
    PERFORM VARYING WS-Print-Level FROM WS-Break-Count BY -1 UNTIL WS-Print-Level < 1
        PERFORM PRINT-SUBTOTAL-SECT
    END-PERFORM
    MOVE 4 TO WS-Print-Level
    PERFORM PRINT-SUBTOTAL-SECT
END-IF.

PRINT-ONE-RUN-SECT.
MOVE Srt-History-Image TO Budget-History-Record.
MOVE 1 TO WS-Changed-Level.
IF NOT First-Row THEN
    MOVE 0 TO WS-Changed-Level
    PERFORM VARYING WS-Lvl-Idx FROM 1 BY 1
        UNTIL (WS-Lvl-Idx > WS-Break-Count) OR (WS-Changed-Level > 0)
        EVALUATE WS-Lvl-Idx
            WHEN 1 MOVE Srt-Key-1 TO WS-Key-Text
            WHEN 2 MOVE Srt-Key-2 TO WS-Key-Text
            WHEN 3 MOVE Srt-Key-3 TO WS-Key-Text
        END-EVALUATE
        IF WS-Key-Text NOT = WS-Prev-Key(WS-Lvl-Idx) THEN
            MOVE WS-Lvl-Idx TO WS-Changed-Level
        END-IF
    END-PERFORM
    IF WS-Changed-Level > 0 THEN
        PERFORM VARYING WS-Print-Level FROM WS-Break-Count BY -1
            UNTIL WS-Print-Level < WS-Changed-Level
            PERFORM PRINT-SUBTOTAL-SECT
        END-PERFORM
    END-IF
END-IF.
*> Whether this employee's pay prints in full or as a band.
IF Pay-Shown THEN
    MOVE 0 TO WS-Mask-Employee-ID
    IF Hist-Employee-ID IS NUMERIC THEN
        MOVE Hist-Employee-ID TO WS-Mask-Employee-ID
    END-IF
    SET Mask-View TO TRUE
    PERFORM CALL-FIGURE-MASK-SECT
END-IF.
*> Remember the keys and printable values of the groups now open.
IF WS-Changed-Level > 0 THEN
    PERFORM VARYING WS-Lvl-Idx FROM WS-Changed-Level BY 1 UNTIL WS-Lvl-Idx > WS-Break-Count
        EVALUATE WS-Lvl-Idx
            WHEN 1 MOVE Srt-Key-1 TO WS-Prev-Key(1)
            WHEN 2 MOVE Srt-Key-2 TO WS-Prev-Key(2)
            WHEN 3 MOVE Srt-Key-3 TO WS-Prev-Key(3)
        END-EVALUATE
        MOVE WS-Break-Field(WS-Lvl-Idx) TO WS-Get-Field
        PERFORM GET-FIELD-SECT
        MOVE WS-Fld-Text TO WS-Brk-Text(WS-Lvl-Idx)
    END-PERFORM
END-IF.
SET First-Row TO FALSE.
MOVE SPACES TO Rpt-Out-Line.
PERFORM VARYING WS-Col-Idx FROM 1 BY 1 UNTIL WS-Col-Idx > WS-Col-Count
    MOVE WS-Col-Field(WS-Col-Idx) TO WS-Get-Field
    PERFORM GET-FIELD-SECT
    COMPUTE WS-Line-Ptr = ((WS-Col-Idx - 1) * 16) + 1
    MOVE WS-Fld-Text TO Rpt-Out-Line(WS-Line-Ptr:15)
END-PERFORM.
WRITE Rpt-Out-Line.
ADD 1 TO WS-Printed.
PERFORM VARYING WS-Lvl-Idx FROM 1 BY 1 UNTIL WS-Lvl-Idx > 4
    IF (WS-Lvl-Idx <= WS-Break-Count) OR (WS-Lvl-Idx = 4) THEN
        ADD 1 TO WS-Lvl-Runs(WS-Lvl-Idx)
        PERFORM VARYING WS-Tot-Idx FROM 1 BY 1 UNTIL WS-Tot-Idx > WS-Tot-Count
            MOVE WS-Tot-Field(WS-Tot-Idx) TO WS-Get-Field
            PERFORM GET-FIELD-SECT
            ADD WS-Fld-Num TO WS-Lvl-Sum(WS-Lvl-Idx, WS-Tot-Idx)
        END-PERFORM
    END-IF
END-PERFORM.

PRINT-SUBTOTAL-SECT.
*> Level 1-3 closes a control-break group, level 4 is the grand
*> total; the level's accumulators are cleared after printing.
MOVE SPACES TO Rpt-Out-Line.
IF WS-Print-Level = 4 THEN
    MOVE WS-Lvl-Runs(4) TO WS-Runs-Disp
    STRING '== GRAND TOTAL - ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-Runs-Disp) DELIMITED BY SIZE
        ' run(s)' DELIMITED BY SIZE
        INTO Rpt-Out-Line
ELSE
    MOVE WS-Lvl-Runs(WS-Print-Level) TO WS-Runs-Disp
    STRING '-- subtotal ' DELIMITED BY SIZE
        WS-Cat-Code(WS-Break-Field(WS-Print-Level)) DELIMITED BY SPACE
        ' ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-Brk-Text(WS-Print-Level)) DELIMITED BY SIZE
        ' - ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-Runs-Disp) DELIMITED BY SIZE
        ' run(s)' DELIMITED BY SIZE
        INTO Rpt-Out-Line
END-IF.
WRITE Rpt-Out-Line.
*> A subtotal covers the group, not one person.
IF Pay-Shown THEN
    MOVE 0 TO WS-Mask-Employee-ID
    SET Mask-View TO TRUE
    PERFORM CALL-FIGURE-MASK-SECT
END-IF.
PERFORM VARYING WS-Tot-Idx FROM 1 BY 1 UNTIL WS-Tot-Idx > WS-Tot-Count
    IF (WS-Tot-Avg(WS-Tot-Idx) = "Y") AND (WS-Lvl-Runs(WS-Print-Level) > 0) THEN
        COMPUTE WS-Total-Value ROUNDED =
            WS-Lvl-Sum(WS-Print-Level, WS-Tot-Idx) / WS-Lvl-Runs(WS-Print-Level)
    ELSE
        MOVE WS-Lvl-Sum(WS-Print-Level, WS-Tot-Idx) TO WS-Total-Value
    END-IF
    MOVE WS-Total-Value TO WS-Total-Disp
    MOVE SPACES TO Rpt-Out-Line
    STRING '     ' DELIMITED BY SIZE
        WS-Cat-Code(WS-Tot-Field(WS-Tot-Idx)) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        INTO Rpt-Out-Line
    IF WS-Tot-Avg(WS-Tot-Idx) = "Y" THEN
        MOVE 'AVG' TO Rpt-Out-Line(19:3)
    ELSE
        MOVE 'SUM' TO Rpt-Out-Line(19:3)
    END-IF
    MOVE WS-Total-Disp TO Rpt-Out-Line(23:21)
    IF (WS-Tot-Field(WS-Tot-Idx) >= 11) AND (WS-Tot-Field(WS-Tot-Idx) <= 13) AND Mask-Masked THEN
        MOVE WS-Total-Value TO WS-Mask-Amount
        SET Mask-Format TO TRUE
        PERFORM CALL-FIGURE-MASK-SECT
        MOVE SPACES TO Rpt-Out-Line(23:21)
        MOVE WS-Mask-Text TO Rpt-Out-Line(29:15)
    END-IF
    WRITE Rpt-Out-Line
END-PERFORM.
MOVE SPACES TO Rpt-Out-Line.
WRITE Rpt-Out-Line.
MOVE WS-Print-Level TO WS-Lvl-Idx.
PERFORM RESET-LEVEL-SECT.

RESET-LEVEL-SECT.
MOVE 0 TO WS-Lvl-Runs(WS-Lvl-Idx).
PERFORM VARYING WS-Tot-Idx FROM 1 BY 1 UNTIL WS-Tot-Idx > 6
    MOVE 0 TO WS-Lvl-Sum(WS-Lvl-Idx, WS-Tot-Idx)
END-PERFORM.

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

CALL-FIGURE-MASK-SECT.
CALL 'WTM-FIGURE-MASK' USING WS-Mask-Function, WS-Mask-View, WS-Mask-Employee-ID,
    WS-Mask-Amount, WS-Mask-Result, WS-Mask-Text.

*> Monthly quality-assurance error-rate report. For a month
*> (YYYYMM, by sample date) it reads WTM-QA-QUEUE.DAT and gives each
*> operator's sampled runs, how many have been reviewed, passed and
*> failed, the error rate (failed as a percent of reviewed - runs
*> still waiting do not count either way), and the failures by error
*> type, with a line for the whole month. Written to
*> WTM-QA-REPORT-<YYYYMM>.TXT; runs still awaiting review give RC 4
*> so the month is not read as final.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-QAREPORT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT QA-Queue-File ASSIGN TO "WTM-QA-QUEUE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-QA-Queue-Status.
    SELECT QA-Report-File ASSIGN TO WS-QA-Report-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-QA-Report-Status.

DATA DIVISION.
FILE SECTION.
FD  QA-Queue-File.
    COPY "WTM-QA-QUEUE-REC.cpy".

FD  QA-Report-File.
01 QA-Report-Line PIC X(110).

WORKING-STORAGE SECTION.
01 WS-QA-Queue-Status PIC XX.
01 WS-QA-Report-Status PIC XX.
01 WS-QA-Report-Name PIC X(40).
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Numeric-Input PIC X(10).
01 WS-Test-Numval PIC 9(4).
01 WS-Input-Valid PIC X VALUE "N".
    88 Input-Valid VALUE "Y" FALSE "N".
01 WS-Report-Period PIC 9(6).
*> Per operator; the last entry (slot 101) carries the month total.
01 WS-Op-Table.
    05 WS-Op-Entry OCCURS 101 TIMES.
       10 WS-Op-ID       PIC X(8).
       10 WS-Op-Sampled  PIC 9(5).
       10 WS-Op-Passed   PIC 9(5).
       10 WS-Op-Failed   PIC 9(5).
       10 WS-Op-Pending  PIC 9(5).
       10 WS-Op-By-Type  PIC 9(5) OCCURS 6 TIMES.
01 WS-Op-Count PIC 9(3) VALUE 0.
01 WS-Op-Idx PIC 9(3).
01 WS-Op-Slot PIC 9(3).
01 WS-Total-Slot PIC 9(3) VALUE 101.
01 WS-Error-Idx PIC 9(2).
01 WS-Reviewed PIC 9(5).
01 WS-Error-Rate PIC 9(3)V99.
01 WS-Rate-Disp PIC ZZ9.99.
01 WS-Count-Disp PIC ZZZZ9.
01 WS-Line-Col PIC 9(3).
    COPY "WTM-KEYED-RUN-REC.cpy".
    COPY "WTM-QA-ERROR-TYPES.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '--------------------------- WTM QUALITY-ASSURANCE OPERATOR ERROR RATES ----------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
MOVE 0 TO RETURN-CODE.
DISPLAY 'Enter the month to report (YYYYMM):'.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    ACCEPT WS-Numeric-Input
    MOVE FUNCTION TEST-NUMVAL(WS-Numeric-Input) TO WS-Test-Numval
    IF WS-Test-Numval NOT = 0 THEN
        DISPLAY 'INPUT ERROR: that is not a valid number. Please re-enter.'
    ELSE
        COMPUTE WS-Report-Period = FUNCTION NUMVAL(WS-Numeric-Input)
        MOVE "Y" TO WS-Input-Valid
    END-IF
END-PERFORM.
MOVE 'MONTH   ' TO WS-Op-ID(WS-Total-Slot).
MOVE WS-Total-Slot TO WS-Op-Slot.
PERFORM CLEAR-OP-SECT.
PERFORM TALLY-QUEUE-SECT.
IF WS-Op-Sampled(WS-Total-Slot) = 0 THEN
    DISPLAY 'QAREPORT: no runs were sampled in ', WS-Report-Period, ' - nothing to report.'
    GOBACK
END-IF.
PERFORM WRITE-REPORT-SECT.
GOBACK.

TALLY-QUEUE-SECT.
OPEN INPUT QA-Queue-File.
IF WS-QA-Queue-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ QA-Queue-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Qaq-Sample-Date(1:6) = WS-Report-Period THEN
                MOVE Qaq-Run TO Keyed-Run-Record
                PERFORM FIND-OP-SLOT-SECT
                IF WS-Op-Slot > 0 THEN
                    PERFORM COUNT-ROW-SECT
                END-IF
                MOVE WS-Total-Slot TO WS-Op-Slot
                PERFORM COUNT-ROW-SECT
            END-IF
    END-READ
END-PERFORM.
CLOSE QA-Queue-File.

FIND-OP-SLOT-SECT.
MOVE 0 TO WS-Op-Slot.
PERFORM VARYING WS-Op-Idx FROM 1 BY 1 UNTIL (WS-Op-Idx > WS-Op-Count) OR (WS-Op-Slot > 0)
    IF WS-Op-ID(WS-Op-Idx) = Kyr-Operator-ID THEN
        MOVE WS-Op-Idx TO WS-Op-Slot
    END-IF
END-PERFORM.
IF (WS-Op-Slot = 0) AND (WS-Op-Count < 100) THEN
    ADD 1 TO WS-Op-Count
    MOVE WS-Op-Count TO WS-Op-Slot
    MOVE Kyr-Operator-ID TO WS-Op-ID(WS-Op-Slot)
    PERFORM CLEAR-OP-SECT
END-IF.

CLEAR-OP-SECT.
MOVE 0 TO WS-Op-Sampled(WS-Op-Slot).
MOVE 0 TO WS-Op-Passed(WS-Op-Slot).
MOVE 0 TO WS-Op-Failed(WS-Op-Slot).
MOVE 0 TO WS-Op-Pending(WS-Op-Slot).
PERFORM VARYING WS-Error-Idx FROM 1 BY 1 UNTIL WS-Error-Idx > 6
    MOVE 0 TO WS-Op-By-Type(WS-Op-Slot, WS-Error-Idx)
END-PERFORM.

COUNT-ROW-SECT.
ADD 1 TO WS-Op-Sampled(WS-Op-Slot).
EVALUATE TRUE
    WHEN Qaq-Passed
        ADD 1 TO WS-Op-Passed(WS-Op-Slot)
    WHEN Qaq-Failed
        ADD 1 TO WS-Op-Failed(WS-Op-Slot)
        PERFORM VARYING WS-Error-Idx FROM 1 BY 1 UNTIL WS-Error-Idx > WS-Qa-Error-Count
            IF WS-Qa-Error-Code(WS-Error-Idx) = Qaq-Error-Type THEN
                ADD 1 TO WS-Op-By-Type(WS-Op-Slot, WS-Error-Idx)
            END-IF
        END-PERFORM
    WHEN OTHER
        ADD 1 TO WS-Op-Pending(WS-Op-Slot)
END-EVALUATE.

WRITE-REPORT-SECT.
MOVE SPACES TO WS-QA-Report-Name.
STRING 'WTM-QA-REPORT-' DELIMITED BY SIZE
    WS-Report-Period DELIMITED BY SIZE
    '.TXT' DELIMITED BY SIZE
    INTO WS-QA-Report-Name.
OPEN OUTPUT QA-Report-File.
IF WS-QA-Report-Status NOT = "00" THEN
    DISPLAY 'QAREPORT: could not create ', FUNCTION TRIM(WS-QA-Report-Name), ', file status ', WS-QA-Report-Status
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
MOVE SPACES TO QA-Report-Line.
STRING 'WTM QUALITY-ASSURANCE OPERATOR ERROR RATES - sampled in ' DELIMITED BY SIZE
    WS-Report-Period DELIMITED BY SIZE
    INTO QA-Report-Line.
PERFORM WRITE-LINE-SECT.
MOVE SPACES TO QA-Report-Line.
PERFORM WRITE-LINE-SECT.
MOVE SPACES TO QA-Report-Line.
MOVE 'OPERATOR  SAMPLED  PASSED  FAILED  WAITING  ERROR %' TO QA-Report-Line.
MOVE 56 TO WS-Line-Col.
PERFORM VARYING WS-Error-Idx FROM 1 BY 1 UNTIL WS-Error-Idx > WS-Qa-Error-Count
    MOVE WS-Qa-Error-Code(WS-Error-Idx) TO QA-Report-Line(WS-Line-Col + 2:4)
    ADD 6 TO WS-Line-Col
END-PERFORM.
PERFORM WRITE-LINE-SECT.
PERFORM VARYING WS-Op-Idx FROM 1 BY 1 UNTIL WS-Op-Idx > WS-Op-Count
    MOVE WS-Op-Idx TO WS-Op-Slot
    PERFORM WRITE-OP-LINE-SECT
END-PERFORM.
MOVE SPACES TO QA-Report-Line.
PERFORM WRITE-LINE-SECT.
MOVE WS-Total-Slot TO WS-Op-Slot.
PERFORM WRITE-OP-LINE-SECT.
MOVE SPACES TO QA-Report-Line.
PERFORM WRITE-LINE-SECT.
PERFORM VARYING WS-Error-Idx FROM 1 BY 1 UNTIL WS-Error-Idx > WS-Qa-Error-Count
    MOVE SPACES TO QA-Report-Line
    STRING '  ' DELIMITED BY SIZE
        WS-Qa-Error-Code(WS-Error-Idx) DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-Qa-Error-Desc(WS-Error-Idx) DELIMITED BY SIZE
        INTO QA-Report-Line
    PERFORM WRITE-LINE-SECT
END-PERFORM.
MOVE SPACES TO QA-Report-Line.
IF WS-Op-Pending(WS-Total-Slot) > 0 THEN
    MOVE WS-Op-Pending(WS-Total-Slot) TO WS-Count-Disp
    STRING 'NOT FINAL: ' DELIMITED BY SIZE
        WS-Count-Disp DELIMITED BY SIZE
        ' sampled run(s) still await review and are not in the error rates.' DELIMITED BY SIZE
        INTO QA-Report-Line
    MOVE 4 TO RETURN-CODE
ELSE
    MOVE 'Every sampled run for the month has been reviewed.' TO QA-Report-Line
END-IF.
PERFORM WRITE-LINE-SECT.
CLOSE QA-Report-File.
DISPLAY 'Report written to ', FUNCTION TRIM(WS-QA-Report-Name), '.'.

WRITE-OP-LINE-SECT.
MOVE SPACES TO QA-Report-Line.
MOVE WS-Op-ID(WS-Op-Slot) TO QA-Report-Line(1:8).
MOVE WS-Op-Sampled(WS-Op-Slot) TO WS-Count-Disp.
MOVE WS-Count-Disp TO QA-Report-Line(13:5).
MOVE WS-Op-Passed(WS-Op-Slot) TO WS-Count-Disp.
MOVE WS-Count-Disp TO QA-Report-Line(20:5).
MOVE WS-Op-Failed(WS-Op-Slot) TO WS-Count-Disp.
MOVE WS-Count-Disp TO QA-Report-Line(28:5).
MOVE WS-Op-Pending(WS-Op-Slot) TO WS-Count-Disp.
MOVE WS-Count-Disp TO QA-Report-Line(37:5).
COMPUTE WS-Reviewed = WS-Op-Passed(WS-Op-Slot) + WS-Op-Failed(WS-Op-Slot).
IF WS-Reviewed = 0 THEN
    MOVE '   n/a' TO QA-Report-Line(45:6)
ELSE
    COMPUTE WS-Error-Rate ROUNDED = WS-Op-Failed(WS-Op-Slot) * 100 / WS-Reviewed
    MOVE WS-Error-Rate TO WS-Rate-Disp
    MOVE WS-Rate-Disp TO QA-Report-Line(45:6)
END-IF.
MOVE 56 TO WS-Line-Col.
PERFORM VARYING WS-Error-Idx FROM 1 BY 1 UNTIL WS-Error-Idx > WS-Qa-Error-Count
    MOVE WS-Op-By-Type(WS-Op-Slot, WS-Error-Idx) TO WS-Count-Disp
    MOVE WS-Count-Disp TO QA-Report-Line(WS-Line-Col + 1:5)
    ADD 6 TO WS-Line-Col
END-PERFORM.
PERFORM WRITE-LINE-SECT.

WRITE-LINE-SECT.
WRITE QA-Report-Line.
DISPLAY QA-Report-Line.

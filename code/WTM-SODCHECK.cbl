*> Segregation-of-duties violation report for the internal auditors.
*> The operator stamps on the shared files say who did what; this
*> report checks them against the controls the system relies on and
*> lists every case where one operator did both halves of something
*> that takes two people:
*>   KEY/APPROVE  a held run decided in WTM-APPROVE by the operator
*>                who keyed it (WTM-APPROVAL-QUEUE.DAT)
*>   REOPEN/KEY   a period reopened in WTM-PERIOD-CLOSE and then
*>                keyed into by the operator who reopened it
*>                (WTM-PERIOD-STATUS.DAT O rows against history run
*>                dates on or after the reopen)
*>   CONFIG SELF  a configuration change decided by its own requester
*>                (WTM-CONFIG-CHANGES.DAT)
*>   OWN ID       an operator keying or deciding the budget of their
*>                own Employee-ID (Oper-Employee-ID on WTM-OPERATORS.DAT)
*> Each violation lists the records involved. A period filter (or 0
*> for all) applies to the budget period, and for configuration
*> changes to the month the change was requested. Rows stamped
*> UNKNOWN or blank cannot be attributed and are not compared.
*> Output to the console and WTM-SOD-REPORT.TXT; RC 4 when anything
*> is found.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-SODCHECK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Operator-File ASSIGN TO "WTM-OPERATORS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Operator-Status.
    SELECT Budget-History-File ASSIGN TO "BUDGET-HISTORY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Budget-History-Status.
    SELECT Approval-Queue-File ASSIGN TO "WTM-APPROVAL-QUEUE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Approval-Queue-Status.
    SELECT Period-Status-File ASSIGN TO "WTM-PERIOD-STATUS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Period-Status-Status.
    SELECT Config-Change-File ASSIGN TO "WTM-CONFIG-CHANGES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Config-Change-Status.
    SELECT SOD-Report-File ASSIGN TO "WTM-SOD-REPORT.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SOD-Report-Status.

DATA DIVISION.
FILE SECTION.
FD  Operator-File.
    COPY "WTM-OPERATOR-REC.cpy".

FD  Budget-History-File.
    COPY "WTM-HISTORY-REC.cpy".

FD  Approval-Queue-File.
    COPY "WTM-APPROVAL-REC.cpy".

FD  Period-Status-File.
    COPY "WTM-PERIOD-STATUS-REC.cpy".

FD  Config-Change-File.
    COPY "WTM-CONFIG-CHANGE-REC.cpy".

FD  SOD-Report-File.
01 SOD-Report-Line PIC X(132).

WORKING-STORAGE SECTION.
01 WS-Operator-Status PIC XX.
01 WS-Budget-History-Status PIC XX.
01 WS-Approval-Queue-Status PIC XX.
01 WS-Period-Status-Status PIC XX.
01 WS-Config-Change-Status PIC XX.
01 WS-SOD-Report-Status PIC XX.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Report-Period PIC 9(6) VALUE 0.
01 WS-Operator-Table.
    05 WS-Opr-Entry OCCURS 100 TIMES.
       10 WS-Opr-ID          PIC X(8).
       10 WS-Opr-Employee-ID PIC X(6).
01 WS-Operator-Count PIC 9(3) VALUE 0.
01 WS-Operator-Idx PIC 9(3).
01 WS-Reopen-Table.
    05 WS-Rop-Entry OCCURS 200 TIMES.
       10 WS-Rop-Period   PIC 9(6).
       10 WS-Rop-Date     PIC 9(8).
       10 WS-Rop-Operator PIC X(8).
       10 WS-Rop-Reason   PIC X(30).
01 WS-Reopen-Count PIC 9(3) VALUE 0.
01 WS-Reopen-Idx PIC 9(3).
01 WS-Lookup-Operator PIC X(8).
01 WS-Lookup-Employee-ID PIC X(6).
01 WS-Employee-ID-X PIC X(6).
01 WS-Decision-Text PIC X(8).
01 WS-Superseded-Text PIC X(19).
01 WS-Key-Approve-Count PIC 9(5) VALUE 0.
01 WS-Reopen-Key-Count PIC 9(5) VALUE 0.
01 WS-Config-Self-Count PIC 9(5) VALUE 0.
01 WS-Own-ID-Count PIC 9(5) VALUE 0.
01 WS-Violation-Total PIC 9(6) VALUE 0.
01 WS-Numeric-Input PIC X(8).
01 WS-Test-Numval PIC S9(6).
01 WS-Input-Valid PIC X VALUE "N".
    88 Input-Valid VALUE "Y".
    COPY "WTM-FILE-CTL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '--------------------------- WTM SEGREGATION-OF-DUTIES VIOLATIONS ---------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY 'Enter the budget period to check (YYYYMM), or 0 for all periods:'.
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
OPEN OUTPUT SOD-Report-File.
IF WS-SOD-Report-Status NOT = "00" THEN
    DISPLAY 'SODCHECK: could not open WTM-SOD-REPORT.TXT, file status ', WS-SOD-Report-Status
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
MOVE 'WTM SEGREGATION-OF-DUTIES VIOLATIONS - one operator on both sides of a control' TO SOD-Report-Line.
WRITE SOD-Report-Line.
MOVE SPACES TO SOD-Report-Line.
IF WS-Report-Period = 0 THEN
    MOVE 'Periods: all' TO SOD-Report-Line
ELSE
    STRING 'Period: ' DELIMITED BY SIZE
        WS-Report-Period DELIMITED BY SIZE
        INTO SOD-Report-Line
END-IF.
WRITE SOD-Report-Line.
PERFORM LOAD-OPERATORS-SECT.
PERFORM LOAD-REOPENS-SECT.
PERFORM CHECK-APPROVAL-QUEUE-SECT.
PERFORM CHECK-HISTORY-SECT.
PERFORM CHECK-CONFIG-CHANGES-SECT.
COMPUTE WS-Violation-Total = WS-Key-Approve-Count + WS-Reopen-Key-Count
    + WS-Config-Self-Count + WS-Own-ID-Count.
MOVE SPACES TO SOD-Report-Line.
WRITE SOD-Report-Line.
MOVE SPACES TO SOD-Report-Line.
STRING 'Violations: keyed and decided ' DELIMITED BY SIZE
    WS-Key-Approve-Count DELIMITED BY SIZE
    '   reopened and keyed ' DELIMITED BY SIZE
    WS-Reopen-Key-Count DELIMITED BY SIZE
    '   config self-decided ' DELIMITED BY SIZE
    WS-Config-Self-Count DELIMITED BY SIZE
    '   own employee ID ' DELIMITED BY SIZE
    WS-Own-ID-Count DELIMITED BY SIZE
    INTO SOD-Report-Line.
WRITE SOD-Report-Line.
CLOSE SOD-Report-File.
DISPLAY 'Keyed and decided by the same operator:    ', WS-Key-Approve-Count.
DISPLAY 'Reopened and keyed by the same operator:   ', WS-Reopen-Key-Count.
DISPLAY 'Config change decided by its requester:    ', WS-Config-Self-Count.
DISPLAY 'Operator working their own employee ID:    ', WS-Own-ID-Count.
DISPLAY 'Violations written to WTM-SOD-REPORT.TXT.'.
IF WS-Violation-Total > 0 THEN
    MOVE 4 TO RETURN-CODE
END-IF.
GOBACK.

LOAD-OPERATORS-SECT.
MOVE 0 TO WS-Operator-Count.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Operator-File.
IF WS-Operator-Status NOT = "00" THEN
    DISPLAY 'SODCHECK: could not open WTM-OPERATORS.DAT, file status ', WS-Operator-Status,
        ' - own employee ID checks skipped.'
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Operator-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF WS-Operator-Count < 100 THEN
                ADD 1 TO WS-Operator-Count
                MOVE Oper-ID TO WS-Opr-ID(WS-Operator-Count)
                MOVE Oper-Employee-ID TO WS-Opr-Employee-ID(WS-Operator-Count)
            END-IF
    END-READ
END-PERFORM.
CLOSE Operator-File.

LOAD-REOPENS-SECT.
*> Every O row is a supervisor reopen - periods are open until their
*> first close without a row of their own.
MOVE 0 TO WS-Reopen-Count.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Period-Status-File.
IF WS-Period-Status-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Period-Status-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Pst-Open AND (WS-Reopen-Count < 200)
                AND ((WS-Report-Period = 0) OR (Pst-Period = WS-Report-Period)) THEN
                ADD 1 TO WS-Reopen-Count
                MOVE Pst-Period TO WS-Rop-Period(WS-Reopen-Count)
                MOVE Pst-Action-Date TO WS-Rop-Date(WS-Reopen-Count)
                MOVE Pst-Operator-ID TO WS-Rop-Operator(WS-Reopen-Count)
                MOVE Pst-Reason TO WS-Rop-Reason(WS-Reopen-Count)
            END-IF
    END-READ
END-PERFORM.
CLOSE Period-Status-File.

FIND-OPERATOR-EMPLOYEE-SECT.
MOVE SPACES TO WS-Lookup-Employee-ID.
PERFORM VARYING WS-Operator-Idx FROM 1 BY 1 UNTIL WS-Operator-Idx > WS-Operator-Count
    IF WS-Opr-ID(WS-Operator-Idx) = WS-Lookup-Operator THEN
        MOVE WS-Opr-Employee-ID(WS-Operator-Idx) TO WS-Lookup-Employee-ID
    END-IF
END-PERFORM.

CHECK-APPROVAL-QUEUE-SECT.
MOVE SPACES TO SOD-Report-Line.
WRITE SOD-Report-Line.
MOVE 'KEY/APPROVE and OWN ID - held runs decided in WTM-APPROVE by the operator who keyed them, or for their own ID'
    TO SOD-Report-Line.
WRITE SOD-Report-Line.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Approval-Queue-File.
IF WS-Approval-Queue-Status NOT = "00" THEN
    MOVE '  no approval queue on file' TO SOD-Report-Line
    WRITE SOD-Report-Line
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Approval-Queue-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (NOT Appr-Pending)
                AND ((WS-Report-Period = 0) OR (Appr-Period = WS-Report-Period)) THEN
                PERFORM CHECK-ONE-APPROVAL-SECT
            END-IF
    END-READ
END-PERFORM.
CLOSE Approval-Queue-File.

CHECK-ONE-APPROVAL-SECT.
IF (Appr-Supervisor-ID = SPACES) OR (Appr-Supervisor-ID = 'UNKNOWN ') THEN
    EXIT PARAGRAPH
END-IF.
IF Appr-Approved THEN
    MOVE 'approved' TO WS-Decision-Text
ELSE
    MOVE 'rejected' TO WS-Decision-Text
END-IF.
IF Appr-Operator-ID = Appr-Supervisor-ID THEN
    ADD 1 TO WS-Key-Approve-Count
    MOVE SPACES TO SOD-Report-Line
    STRING '  Employee ' DELIMITED BY SIZE
        Appr-Employee-ID DELIMITED BY SIZE
        ' period ' DELIMITED BY SIZE
        Appr-Period DELIMITED BY SIZE
        ' run ' DELIMITED BY SIZE
        Appr-Run-Date DELIMITED BY SIZE
        ' keyed by ' DELIMITED BY SIZE
        Appr-Operator-ID DELIMITED BY SIZE
        ' and ' DELIMITED BY SIZE
        WS-Decision-Text DELIMITED BY SPACE
        ' by ' DELIMITED BY SIZE
        Appr-Supervisor-ID DELIMITED BY SIZE
        ' on ' DELIMITED BY SIZE
        Appr-Decision-Date DELIMITED BY SIZE
        ': ' DELIMITED BY SIZE
        Appr-Reason DELIMITED BY SIZE
        INTO SOD-Report-Line
    WRITE SOD-Report-Line
END-IF.
*> Deciding one's own held run is an OWN ID violation whoever keyed
*> it, so it is counted and listed here with the queue row in hand.
MOVE Appr-Supervisor-ID TO WS-Lookup-Operator.
PERFORM FIND-OPERATOR-EMPLOYEE-SECT.
MOVE Appr-Employee-ID TO WS-Employee-ID-X.
IF (WS-Lookup-Employee-ID NOT = SPACES) AND (WS-Lookup-Employee-ID = WS-Employee-ID-X) THEN
    ADD 1 TO WS-Own-ID-Count
    MOVE SPACES TO SOD-Report-Line
    STRING '  OWN ID: operator ' DELIMITED BY SIZE
        Appr-Supervisor-ID DELIMITED BY SIZE
        ' (employee ' DELIMITED BY SIZE
        WS-Lookup-Employee-ID DELIMITED BY SIZE
        ') ' DELIMITED BY SIZE
        WS-Decision-Text DELIMITED BY SPACE
        ' their own held run for period ' DELIMITED BY SIZE
        Appr-Period DELIMITED BY SIZE
        ' on ' DELIMITED BY SIZE
        Appr-Decision-Date DELIMITED BY SIZE
        ', keyed by ' DELIMITED BY SIZE
        Appr-Operator-ID DELIMITED BY SIZE
        INTO SOD-Report-Line
    WRITE SOD-Report-Line
END-IF.

CHECK-HISTORY-SECT.
MOVE SPACES TO SOD-Report-Line.
WRITE SOD-Report-Line.
MOVE 'REOPEN/KEY and OWN ID - history rows keyed into a period the same operator reopened, or for their own ID'
    TO SOD-Report-Line.
WRITE SOD-Report-Line.
MOVE "N" TO WS-File-EOF-Flag.
SET File-Ctl-Verify TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Budget-History-File.
IF WS-Budget-History-Status NOT = "00" THEN
    MOVE '  no budget history on file' TO SOD-Report-Line
    WRITE SOD-Report-Line
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Budget-History-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (Hist-Period IS NUMERIC)
                AND ((WS-Report-Period = 0) OR (Hist-Period = WS-Report-Period)) THEN
                PERFORM CHECK-ONE-HISTORY-SECT
            END-IF
    END-READ
END-PERFORM.
CLOSE Budget-History-File.

CHECK-ONE-HISTORY-SECT.
IF (Hist-Operator-ID = SPACES) OR (Hist-Operator-ID = 'UNKNOWN ') THEN
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING WS-Reopen-Idx FROM 1 BY 1 UNTIL WS-Reopen-Idx > WS-Reopen-Count
    IF (WS-Rop-Period(WS-Reopen-Idx) = Hist-Period)
        AND (WS-Rop-Operator(WS-Reopen-Idx) = Hist-Operator-ID)
        AND (Hist-Run-Date >= WS-Rop-Date(WS-Reopen-Idx)) THEN
        ADD 1 TO WS-Reopen-Key-Count
        MOVE SPACES TO SOD-Report-Line
        STRING '  Period ' DELIMITED BY SIZE
            Hist-Period DELIMITED BY SIZE
            ' reopened by ' DELIMITED BY SIZE
            WS-Rop-Operator(WS-Reopen-Idx) DELIMITED BY SIZE
            ' on ' DELIMITED BY SIZE
            WS-Rop-Date(WS-Reopen-Idx) DELIMITED BY SIZE
            ' (' DELIMITED BY SIZE
            FUNCTION TRIM(WS-Rop-Reason(WS-Reopen-Idx)) DELIMITED BY SIZE
            ') - employee ' DELIMITED BY SIZE
            Hist-Employee-ID DELIMITED BY SIZE
            ' keyed by ' DELIMITED BY SIZE
            Hist-Operator-ID DELIMITED BY SIZE
            ' on ' DELIMITED BY SIZE
            Hist-Run-Date DELIMITED BY SIZE
            INTO SOD-Report-Line
        WRITE SOD-Report-Line
    END-IF
END-PERFORM.
IF Hist-Superseded-Flag = "S" THEN
    MOVE ' (since superseded)' TO WS-Superseded-Text
ELSE
    MOVE SPACES TO WS-Superseded-Text
END-IF.
MOVE Hist-Operator-ID TO WS-Lookup-Operator.
PERFORM FIND-OPERATOR-EMPLOYEE-SECT.
MOVE Hist-Employee-ID TO WS-Employee-ID-X.
IF (WS-Lookup-Employee-ID NOT = SPACES) AND (WS-Lookup-Employee-ID = WS-Employee-ID-X) THEN
    ADD 1 TO WS-Own-ID-Count
    MOVE SPACES TO SOD-Report-Line
    STRING '  OWN ID: operator ' DELIMITED BY SIZE
        Hist-Operator-ID DELIMITED BY SIZE
        ' (employee ' DELIMITED BY SIZE
        WS-Lookup-Employee-ID DELIMITED BY SIZE
        ') keyed their own run for period ' DELIMITED BY SIZE
        Hist-Period DELIMITED BY SIZE
        ' on ' DELIMITED BY SIZE
        Hist-Run-Date DELIMITED BY SIZE
        WS-Superseded-Text DELIMITED BY SIZE
        INTO SOD-Report-Line
    WRITE SOD-Report-Line
END-IF.

CHECK-CONFIG-CHANGES-SECT.
MOVE SPACES TO SOD-Report-Line.
WRITE SOD-Report-Line.
MOVE 'CONFIG SELF - configuration changes decided by the operator who requested them' TO SOD-Report-Line.
WRITE SOD-Report-Line.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Config-Change-File.
IF WS-Config-Change-Status NOT = "00" THEN
    MOVE '  no configuration changes on file' TO SOD-Report-Line
    WRITE SOD-Report-Line
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Config-Change-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (NOT Chg-Pending)
                AND (Chg-Approver-ID NOT = SPACES) AND (Chg-Approver-ID NOT = 'UNKNOWN ')
                AND (Chg-Approver-ID = Chg-Requester-ID)
                AND ((WS-Report-Period = 0) OR (Chg-Request-Stamp(1:6) = WS-Report-Period)) THEN
                PERFORM LIST-ONE-CONFIG-CHANGE-SECT
            END-IF
    END-READ
END-PERFORM.
CLOSE Config-Change-File.

LIST-ONE-CONFIG-CHANGE-SECT.
ADD 1 TO WS-Config-Self-Count.
EVALUATE TRUE
    WHEN Chg-Approved MOVE 'approved' TO WS-Decision-Text
    WHEN Chg-Rejected MOVE 'rejected' TO WS-Decision-Text
    WHEN OTHER MOVE 'stale' TO WS-Decision-Text
END-EVALUATE.
MOVE SPACES TO SOD-Report-Line.
STRING '  Change ' DELIMITED BY SIZE
    Chg-ID DELIMITED BY SIZE
    ' ' DELIMITED BY SIZE
    Chg-Action DELIMITED BY SIZE
    ' ' DELIMITED BY SIZE
    FUNCTION TRIM(Chg-File-Name) DELIMITED BY SIZE
    ' requested by ' DELIMITED BY SIZE
    Chg-Requester-ID DELIMITED BY SIZE
    ' at ' DELIMITED BY SIZE
    Chg-Request-Stamp DELIMITED BY SIZE
    ', ' DELIMITED BY SIZE
    WS-Decision-Text DELIMITED BY SPACE
    ' by ' DELIMITED BY SIZE
    Chg-Approver-ID DELIMITED BY SIZE
    ' at ' DELIMITED BY SIZE
    Chg-Decision-Stamp DELIMITED BY SIZE
    INTO SOD-Report-Line.
WRITE SOD-Report-Line.

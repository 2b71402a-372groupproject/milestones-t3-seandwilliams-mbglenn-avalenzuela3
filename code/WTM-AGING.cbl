*> Deficit ledger aging report. WTM-DEFICIT-LEDGER.DAT balances just
*> accumulate, and a total says nothing about how long it has been
*> owed. As of an entered period this ages each employee's
*> outstanding balance: recoveries settle the oldest shortfall first,
*> and what is left of each period's shortfall falls in a bucket by
*> how many periods it has been owed - 0-2, 3-5, 6-11, 12-23 and 24
*> or more. A write-off's closing row clears the balance but is not
*> counted as a recovery. Each line shows the oldest period still
*> owed and the last period anything was recovered; a balance with
*> money owed 24 periods or more and no recovery in the last 12 is
*> marked as a write-off candidate for WTM-WRITEOFF. The ledger is
*> sorted on employee and period, and the report comes off the
*> sorted stream with a control break per employee, to
*> WTM-DEFICIT-AGING-<period>.TXT, cataloged under the AGING family.
*> Balances and buckets are banded unless the signed-on operator is
*> a supervisor or admin (WTM-FIGURE-MASK); each employee listed
*> unmasked is recorded on WTM-ACCESS-LOG.DAT.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-AGING.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Deficit-Ledger-File ASSIGN TO "WTM-DEFICIT-LEDGER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Deficit-Ledger-Status.
    SELECT Employee-Master-File ASSIGN TO "WTM-EMPLOYEE-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Employee-Master-Status.
    SELECT Aging-Sort-File ASSIGN TO "WTM-AGING-SORT.TMP".
    SELECT Aging-Report-File ASSIGN TO WS-Aging-Report-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Aging-Report-Status.
    SELECT Report-Catalog-File ASSIGN TO "WTM-REPORT-CATALOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Report-Catalog-Status.

DATA DIVISION.
FILE SECTION.
FD  Deficit-Ledger-File.
    COPY "WTM-DEFICIT-LEDGER-REC.cpy".

FD  Employee-Master-File.
    COPY "WTM-EMPLOYEE-MASTER-REC.cpy".

SD  Aging-Sort-File.
01 Aging-Sort-Record.
    05 Srt-Employee-ID PIC 9(6).
    05 Srt-Period      PIC 9(6).
    05 Srt-Amount      PIC S9(8)V99.
    05 Srt-Write-Off   PIC X.

FD  Aging-Report-File.
01 Aging-Report-Line PIC X(132).

FD  Report-Catalog-File.
    COPY "WTM-REPORT-CATALOG-REC.cpy".

WORKING-STORAGE SECTION.
01 WS-Deficit-Ledger-Status PIC XX.
01 WS-Employee-Master-Status PIC XX.
01 WS-Aging-Report-Status PIC XX.
01 WS-Report-Catalog-Status PIC XX.
01 WS-Aging-Report-Name PIC X(40).
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Sort-EOF-Flag PIC X VALUE "N".
    88 Sort-EOF VALUE "Y" FALSE "N".
01 WS-As-Of-Period PIC 9(6).
01 WS-As-Of-Month PIC 9(2).
01 WS-As-Of-Months PIC 9(6).
01 WS-Period-Year PIC 9(4).
01 WS-Row-Months PIC 9(6).
01 WS-Age PIC 9(6).
01 WS-Rows-Released PIC 9(7) VALUE 0.
*> Employee names from the master.
01 WS-Name-Table.
    05 WS-Name-Entry OCCURS 3000 TIMES.
       10 WS-Nm-Employee-ID PIC 9(6).
       10 WS-Nm-Name        PIC X(30).
01 WS-Name-Count PIC 9(4) VALUE 0.
01 WS-Name-Idx PIC 9(4).
*> The current employee's shortfalls still owed, oldest first:
*> recoveries take from the head, new shortfalls go on the end.
01 WS-Current-Employee PIC 9(6) VALUE 0.
01 WS-Employee-Open-Flag PIC X VALUE "N".
    88 Employee-Open VALUE "Y" FALSE "N".
01 WS-Owed-Table.
    05 WS-Owed-Entry OCCURS 600 TIMES.
       10 WS-Owed-Period PIC 9(6).
       10 WS-Owed-Amount PIC S9(8)V99.
01 WS-Owed-Count PIC 9(3) VALUE 0.
01 WS-Owed-Head PIC 9(3) VALUE 1.
01 WS-Owed-Idx PIC 9(3).
01 WS-Credit PIC S9(9)V99.
01 WS-Take PIC S9(9)V99.
01 WS-To-Apply PIC S9(9)V99.
01 WS-Last-Recovery PIC 9(6).
01 WS-Balance PIC S9(9)V99.
01 WS-Oldest-Period PIC 9(6).
01 WS-Bucket-Idx PIC 9.
01 WS-Emp-Buckets.
    05 WS-Emp-Bucket PIC S9(9)V99 OCCURS 5 TIMES.
01 WS-Total-Buckets.
    05 WS-Total-Bucket PIC S9(11)V99 OCCURS 5 TIMES.
01 WS-Total-Balance PIC S9(11)V99 VALUE 0.
01 WS-Total-Credit PIC S9(11)V99 VALUE 0.
01 WS-Employees-Owing PIC 9(5) VALUE 0.
01 WS-Employees-In-Credit PIC 9(5) VALUE 0.
01 WS-Candidates PIC 9(5) VALUE 0.
01 WS-Candidate-Flag PIC X VALUE "N".
    88 Write-Off-Candidate VALUE "Y" FALSE "N".
01 WS-Bucket-Disp PIC -ZZ,ZZZ,ZZ9.99.
01 WS-Numeric-Input PIC X(8).
01 WS-Test-Numval PIC S9(6).
01 WS-Input-Valid PIC X VALUE "N".
    88 Input-Valid VALUE "Y".
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".
    COPY "WTM-FIGURE-MASK.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '------------------------------- WTM DEFICIT LEDGER AGING -----------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY 'Enter the period to age balances as of (YYYYMM, 0 = current period):'.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    ACCEPT WS-Numeric-Input
    MOVE FUNCTION TEST-NUMVAL(WS-Numeric-Input) TO WS-Test-Numval
    IF WS-Test-Numval NOT = 0 THEN
        DISPLAY 'INPUT ERROR: that is not a valid number. Please re-enter.'
    ELSE
        COMPUTE WS-As-Of-Period = FUNCTION NUMVAL(WS-Numeric-Input)
        IF WS-As-Of-Period = 0 THEN
            MOVE FUNCTION CURRENT-DATE(1:6) TO WS-As-Of-Period
        END-IF
        COMPUTE WS-As-Of-Month = FUNCTION MOD(WS-As-Of-Period, 100)
        IF (WS-As-Of-Period < 190001) OR (WS-As-Of-Month < 1) OR (WS-As-Of-Month > 12) THEN
            DISPLAY 'INPUT ERROR: enter a period as YYYYMM with a month of 01-12. Please re-enter.'
        ELSE
            MOVE "Y" TO WS-Input-Valid
        END-IF
    END-IF
END-PERFORM.
COMPUTE WS-Period-Year = WS-As-Of-Period / 100.
COMPUTE WS-As-Of-Months = (WS-Period-Year * 12) + WS-As-Of-Month.
PERFORM LOAD-NAMES-SECT.
MOVE 'WTM-AGING' TO WS-Mask-View.
SET Mask-Begin TO TRUE.
PERFORM CALL-FIGURE-MASK-SECT.
MOVE SPACES TO WS-Aging-Report-Name.
STRING 'WTM-DEFICIT-AGING-' DELIMITED BY SIZE
    WS-As-Of-Period DELIMITED BY SIZE
    '.TXT' DELIMITED BY SIZE
    INTO WS-Aging-Report-Name.
OPEN OUTPUT Aging-Report-File.
IF WS-Aging-Report-Status NOT = "00" THEN
    DISPLAY 'AGING ERROR: could not create ', FUNCTION TRIM(WS-Aging-Report-Name), ', file status ', WS-Aging-Report-Status
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM WRITE-HEADINGS-SECT.
SORT Aging-Sort-File
    ON ASCENDING KEY Srt-Employee-ID
                     Srt-Period
    ON DESCENDING KEY Srt-Amount
    INPUT PROCEDURE IS RELEASE-LEDGER-SECT
    OUTPUT PROCEDURE IS AGE-BALANCES-SECT.
PERFORM WRITE-TOTALS-SECT.
CLOSE Aging-Report-File.
DISPLAY 'Aging report written to ', FUNCTION TRIM(WS-Aging-Report-Name), '.'.
MOVE 'AGING   ' TO Gen-Family.
MOVE WS-Aging-Report-Name TO Gen-File-Name.
MOVE FUNCTION CURRENT-DATE(1:8) TO Gen-Date.
MOVE WS-Employees-Owing TO Gen-Record-Count.
PERFORM WRITE-CATALOG-ENTRY-SECT.
GOBACK.

LOAD-NAMES-SECT.
MOVE 0 TO WS-Name-Count.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Employee-Master-File.
IF WS-Employee-Master-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Employee-Master-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF WS-Name-Count < 3000 THEN
                ADD 1 TO WS-Name-Count
                MOVE Empl-ID TO WS-Nm-Employee-ID(WS-Name-Count)
                MOVE Empl-Name TO WS-Nm-Name(WS-Name-Count)
            END-IF
    END-READ
END-PERFORM.
CLOSE Employee-Master-File.

WRITE-HEADINGS-SECT.
MOVE SPACES TO Aging-Report-Line.
STRING 'WTM DEFICIT LEDGER AGING - AS OF PERIOD ' DELIMITED BY SIZE
    WS-As-Of-Period DELIMITED BY SIZE
    '   PREPARED ' DELIMITED BY SIZE
    FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
    INTO Aging-Report-Line.
WRITE Aging-Report-Line.
MOVE '(buckets: periods owed; recoveries settle the oldest shortfall first; * = write-off candidate)' TO Aging-Report-Line.
WRITE Aging-Report-Line.
MOVE SPACES TO Aging-Report-Line.
WRITE Aging-Report-Line.
MOVE 'EMPLOYEE NAME                    BALANCE OWED     0-2 PERIODS     3-5 PERIODS    6-11 PERIODS   12-23 PERIODS     24+ PERIODS' TO Aging-Report-Line.
WRITE Aging-Report-Line.
MOVE '                                                        OLDEST       LAST RECOVERY' TO Aging-Report-Line.
WRITE Aging-Report-Line.
MOVE ALL '-' TO Aging-Report-Line.
WRITE Aging-Report-Line.

RELEASE-LEDGER-SECT.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-DEFICIT-LEDGER.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Deficit-Ledger-File.
IF WS-Deficit-Ledger-Status NOT = "00" THEN
    DISPLAY 'AGING: could not open WTM-DEFICIT-LEDGER.DAT, file status ', WS-Deficit-Ledger-Status
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Deficit-Ledger-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (Led-Period <= WS-As-Of-Period) AND (Led-Amount NOT = 0) THEN
                MOVE Led-Employee-ID TO Srt-Employee-ID
                MOVE Led-Period TO Srt-Period
                MOVE Led-Amount TO Srt-Amount
                IF Led-Write-Off THEN
                    MOVE "Y" TO Srt-Write-Off
                ELSE
                    MOVE "N" TO Srt-Write-Off
                END-IF
                RELEASE Aging-Sort-Record
                ADD 1 TO WS-Rows-Released
            END-IF
    END-READ
END-PERFORM.
CLOSE Deficit-Ledger-File.

AGE-BALANCES-SECT.
*> One pass down the sorted rows with a control break per employee.
MOVE "N" TO WS-Sort-EOF-Flag.
PERFORM UNTIL Sort-EOF
    RETURN Aging-Sort-File
        AT END SET Sort-EOF TO TRUE
        NOT AT END
            IF Srt-Employee-ID NOT = WS-Current-Employee THEN
                IF Employee-Open THEN
                    PERFORM FINISH-EMPLOYEE-SECT
                END-IF
                PERFORM START-EMPLOYEE-SECT
            END-IF
            PERFORM APPLY-ROW-SECT
    END-RETURN
END-PERFORM.
IF Employee-Open THEN
    PERFORM FINISH-EMPLOYEE-SECT
END-IF.

START-EMPLOYEE-SECT.
SET Employee-Open TO TRUE.
MOVE Srt-Employee-ID TO WS-Current-Employee.
MOVE 0 TO WS-Owed-Count.
MOVE 1 TO WS-Owed-Head.
MOVE 0 TO WS-Credit.
MOVE 0 TO WS-Last-Recovery.

APPLY-ROW-SECT.
IF Srt-Amount > 0 THEN
    MOVE Srt-Amount TO WS-To-Apply
*> An earlier over-recovery is used up before anything is owed.
    IF WS-Credit > 0 THEN
        IF WS-Credit >= WS-To-Apply THEN
            SUBTRACT WS-To-Apply FROM WS-Credit
            MOVE 0 TO WS-To-Apply
        ELSE
            SUBTRACT WS-Credit FROM WS-To-Apply
            MOVE 0 TO WS-Credit
        END-IF
    END-IF
    IF WS-To-Apply > 0 THEN
        IF WS-Owed-Count < 600 THEN
            ADD 1 TO WS-Owed-Count
            MOVE Srt-Period TO WS-Owed-Period(WS-Owed-Count)
            MOVE WS-To-Apply TO WS-Owed-Amount(WS-Owed-Count)
        ELSE
            ADD WS-To-Apply TO WS-Owed-Amount(600)
        END-IF
    END-IF
    EXIT PARAGRAPH
END-IF.
COMPUTE WS-To-Apply = 0 - Srt-Amount.
IF Srt-Write-Off = "N" THEN
    MOVE Srt-Period TO WS-Last-Recovery
END-IF.
PERFORM UNTIL (WS-To-Apply = 0) OR (WS-Owed-Head > WS-Owed-Count)
    IF WS-Owed-Amount(WS-Owed-Head) > WS-To-Apply THEN
        SUBTRACT WS-To-Apply FROM WS-Owed-Amount(WS-Owed-Head)
        MOVE 0 TO WS-To-Apply
    ELSE
        SUBTRACT WS-Owed-Amount(WS-Owed-Head) FROM WS-To-Apply
        MOVE 0 TO WS-Owed-Amount(WS-Owed-Head)
        ADD 1 TO WS-Owed-Head
    END-IF
END-PERFORM.
ADD WS-To-Apply TO WS-Credit.

FINISH-EMPLOYEE-SECT.
SET Employee-Open TO FALSE.
MOVE 0 TO WS-Balance.
MOVE 0 TO WS-Oldest-Period.
PERFORM VARYING WS-Bucket-Idx FROM 1 BY 1 UNTIL WS-Bucket-Idx > 5
    MOVE 0 TO WS-Emp-Bucket(WS-Bucket-Idx)
END-PERFORM.
PERFORM VARYING WS-Owed-Idx FROM WS-Owed-Head BY 1 UNTIL WS-Owed-Idx > WS-Owed-Count
    IF WS-Owed-Amount(WS-Owed-Idx) > 0 THEN
        IF WS-Oldest-Period = 0 THEN
            MOVE WS-Owed-Period(WS-Owed-Idx) TO WS-Oldest-Period
        END-IF
        ADD WS-Owed-Amount(WS-Owed-Idx) TO WS-Balance
        COMPUTE WS-Period-Year = WS-Owed-Period(WS-Owed-Idx) / 100
        COMPUTE WS-Row-Months = (WS-Period-Year * 12) + FUNCTION MOD(WS-Owed-Period(WS-Owed-Idx), 100)
        COMPUTE WS-Age = WS-As-Of-Months - WS-Row-Months
        EVALUATE TRUE
            WHEN WS-Age < 3  MOVE 1 TO WS-Bucket-Idx
            WHEN WS-Age < 6  MOVE 2 TO WS-Bucket-Idx
            WHEN WS-Age < 12 MOVE 3 TO WS-Bucket-Idx
            WHEN WS-Age < 24 MOVE 4 TO WS-Bucket-Idx
            WHEN OTHER       MOVE 5 TO WS-Bucket-Idx
        END-EVALUATE
        ADD WS-Owed-Amount(WS-Owed-Idx) TO WS-Emp-Bucket(WS-Bucket-Idx)
    END-IF
END-PERFORM.
IF WS-Balance = 0 THEN
    IF WS-Credit > 0 THEN
        ADD 1 TO WS-Employees-In-Credit
        ADD WS-Credit TO WS-Total-Credit
    END-IF
    EXIT PARAGRAPH
END-IF.
ADD 1 TO WS-Employees-Owing.
ADD WS-Balance TO WS-Total-Balance.
PERFORM VARYING WS-Bucket-Idx FROM 1 BY 1 UNTIL WS-Bucket-Idx > 5
    ADD WS-Emp-Bucket(WS-Bucket-Idx) TO WS-Total-Bucket(WS-Bucket-Idx)
END-PERFORM.
*> A candidate: money owed 24 periods or more, and nothing recovered
*> in the last 12.
SET Write-Off-Candidate TO FALSE.
IF WS-Emp-Bucket(5) > 0 THEN
    IF WS-Last-Recovery = 0 THEN
        SET Write-Off-Candidate TO TRUE
    ELSE
        COMPUTE WS-Period-Year = WS-Last-Recovery / 100
        COMPUTE WS-Row-Months = (WS-Period-Year * 12) + FUNCTION MOD(WS-Last-Recovery, 100)
        IF WS-As-Of-Months - WS-Row-Months >= 12 THEN
            SET Write-Off-Candidate TO TRUE
        END-IF
    END-IF
END-IF.
IF Write-Off-Candidate THEN
    ADD 1 TO WS-Candidates
END-IF.
PERFORM WRITE-EMPLOYEE-LINE-SECT.

WRITE-EMPLOYEE-LINE-SECT.
MOVE SPACES TO Aging-Report-Line.
MOVE WS-Current-Employee TO Aging-Report-Line(1:6).
PERFORM VARYING WS-Name-Idx FROM 1 BY 1 UNTIL WS-Name-Idx > WS-Name-Count
    IF WS-Nm-Employee-ID(WS-Name-Idx) = WS-Current-Employee THEN
        MOVE WS-Nm-Name(WS-Name-Idx)(1:20) TO Aging-Report-Line(10:20)
    END-IF
END-PERFORM.
MOVE WS-Current-Employee TO WS-Mask-Employee-ID.
SET Mask-View TO TRUE.
PERFORM CALL-FIGURE-MASK-SECT.
MOVE WS-Balance TO WS-Mask-Amount.
PERFORM FORMAT-FIGURE-SECT.
MOVE WS-Mask-Text TO Aging-Report-Line(31:15).
PERFORM VARYING WS-Bucket-Idx FROM 1 BY 1 UNTIL WS-Bucket-Idx > 5
    MOVE WS-Emp-Bucket(WS-Bucket-Idx) TO WS-Mask-Amount
    PERFORM FORMAT-BUCKET-SECT
    MOVE WS-Bucket-Disp TO Aging-Report-Line(48 + ((WS-Bucket-Idx - 1) * 16):14)
END-PERFORM.
IF Write-Off-Candidate THEN
    MOVE '*' TO Aging-Report-Line(8:1)
END-IF.
WRITE Aging-Report-Line.
MOVE SPACES TO Aging-Report-Line.
MOVE WS-Oldest-Period TO Aging-Report-Line(57:6).
IF WS-Last-Recovery = 0 THEN
    MOVE 'NEVER' TO Aging-Report-Line(70:5)
ELSE
    MOVE WS-Last-Recovery TO Aging-Report-Line(70:6)
END-IF.
WRITE Aging-Report-Line.

WRITE-TOTALS-SECT.
MOVE ALL '-' TO Aging-Report-Line.
WRITE Aging-Report-Line.
MOVE SPACES TO Aging-Report-Line.
MOVE 'TOTAL OWED' TO Aging-Report-Line(1:10).
MOVE 0 TO WS-Mask-Employee-ID.
SET Mask-View TO TRUE.
PERFORM CALL-FIGURE-MASK-SECT.
MOVE WS-Total-Balance TO WS-Mask-Amount.
PERFORM FORMAT-FIGURE-SECT.
MOVE WS-Mask-Text TO Aging-Report-Line(31:15).
PERFORM VARYING WS-Bucket-Idx FROM 1 BY 1 UNTIL WS-Bucket-Idx > 5
    MOVE WS-Total-Bucket(WS-Bucket-Idx) TO WS-Mask-Amount
    PERFORM FORMAT-BUCKET-SECT
    MOVE WS-Bucket-Disp TO Aging-Report-Line(48 + ((WS-Bucket-Idx - 1) * 16):14)
END-PERFORM.
WRITE Aging-Report-Line.
MOVE SPACES TO Aging-Report-Line.
STRING WS-Employees-Owing DELIMITED BY SIZE
    ' employee(s) owing, ' DELIMITED BY SIZE
    WS-Candidates DELIMITED BY SIZE
    ' write-off candidate(s); ' DELIMITED BY SIZE
    WS-Employees-In-Credit DELIMITED BY SIZE
    ' employee(s) recovered beyond their balance.' DELIMITED BY SIZE
    INTO Aging-Report-Line.
WRITE Aging-Report-Line.
MOVE WS-Total-Balance TO WS-Mask-Amount.
PERFORM FORMAT-FIGURE-SECT.
DISPLAY WS-Employees-Owing, ' employee(s) owing $', WS-Mask-Text, ' as of ', WS-As-Of-Period, '; ',
    WS-Candidates, ' write-off candidate(s).'.

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

FORMAT-BUCKET-SECT.
*> The bucket columns are a character narrower than the balance.
IF Mask-Unmasked THEN
    MOVE WS-Mask-Amount TO WS-Bucket-Disp
ELSE
    PERFORM FORMAT-FIGURE-SECT
    MOVE WS-Mask-Text(2:14) TO WS-Bucket-Disp
END-IF.

FORMAT-FIGURE-SECT.
SET Mask-Format TO TRUE.
PERFORM CALL-FIGURE-MASK-SECT.

CALL-FIGURE-MASK-SECT.
CALL 'WTM-FIGURE-MASK' USING WS-Mask-Function, WS-Mask-View, WS-Mask-Employee-ID,
    WS-Mask-Amount, WS-Mask-Result, WS-Mask-Text.

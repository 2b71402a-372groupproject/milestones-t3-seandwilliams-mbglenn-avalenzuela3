*> Tax equalization for employees on international assignment. The
*> company promises an assignee pays no more tax abroad than at home,
*> and no less. For an entered tax year this takes each assignment on
*> WTM-INTL-ASSIGNEES.DAT (employee, host currency code, start and
*> end dates - end zero while still abroad) that overlaps the year,
*> and the employee's latest run in the year from
*> WTM-ACCOUNTING-EXPORT.DAT for the annual salary and the paying
*> company. The salary is prorated to the months on assignment, and
*> on that same income it figures the hypothetical home tax through
*> the marginal brackets on WTM-DOMESTIC-TAX-BRACKETS.DAT dated for
*> the tax year, as the budgeting run does, and the actual host tax at the host rate on
*> WTM-TAX-RATES.DAT, as WTM-INTERNATIONAL does. Host tax above home
*> tax is the company's equalization payment to the employee; below
*> it, the employee reimburses the company the difference. The annual
*> settlement statement goes to WTM-TAXEQ-<year>.TXT, and each
*> settlement is added to WTM-TAXEQ-POSTINGS.DAT for the current
*> period, where WTM-GLEXPORT posts the company cost to the paying
*> company's voucher. An assignment already settled for the year is
*> shown again but not posted twice. An assignee with no host rate
*> or no run in the year is listed as an exception and not settled.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-TAXEQ.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Assignee-File ASSIGN TO "WTM-INTL-ASSIGNEES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Assignee-Status.
    SELECT Tax-Rate-File ASSIGN TO "WTM-TAX-RATES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Tax-Rate-Status.
    SELECT Tax-Bracket-File ASSIGN TO "WTM-DOMESTIC-TAX-BRACKETS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Tax-Bracket-Status.
    SELECT Acct-Export-File ASSIGN TO "WTM-ACCOUNTING-EXPORT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Acct-Export-Status.
    SELECT Employee-Master-File ASSIGN TO "WTM-EMPLOYEE-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Employee-Master-Status.
    SELECT Taxeq-Posting-File ASSIGN TO "WTM-TAXEQ-POSTINGS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Taxeq-Posting-Status.
    SELECT Taxeq-Report-File ASSIGN TO WS-Taxeq-Report-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Taxeq-Report-Status.

DATA DIVISION.
FILE SECTION.
FD  Assignee-File.
01 Assignee-Record.
    05 Ias-Employee-ID PIC 9(6).
    05 Ias-Host-Code   PIC X(3).
    05 Ias-Start-Date  PIC 9(8).
    05 Ias-End-Date    PIC 9(8).

FD  Tax-Rate-File.
01 Tax-Rate-Input-Record.
    05 Tax-Input-Code PIC X(3).
    05 Tax-Input-Rate PIC 9(3)V9999.

FD  Tax-Bracket-File.
    COPY "WTM-TAX-BRACKET-REC.cpy".

FD  Acct-Export-File.
    COPY "WTM-ACCOUNTING-EXPORT-REC.cpy".

FD  Employee-Master-File.
    COPY "WTM-EMPLOYEE-MASTER-REC.cpy".

FD  Taxeq-Posting-File.
    COPY "WTM-TAXEQ-POSTING-REC.cpy".

FD  Taxeq-Report-File.
01 Taxeq-Report-Line PIC X(132).

WORKING-STORAGE SECTION.
01 WS-Gate-Function PIC X(20).
01 WS-Gate-Role PIC X.
01 WS-Gate-Result PIC X.
    88 Gate-Granted VALUE "G" FALSE "D".
01 WS-Assignee-Status PIC XX.
01 WS-Tax-Rate-Status PIC XX.
01 WS-Tax-Bracket-Status PIC XX.
01 WS-Acct-Export-Status PIC XX.
01 WS-Employee-Master-Status PIC XX.
01 WS-Taxeq-Posting-Status PIC XX.
01 WS-Taxeq-Report-Status PIC XX.
01 WS-Taxeq-Report-Name PIC X(40).
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Today PIC 9(8).
01 WS-Post-Period PIC 9(6).
01 WS-Tax-Year PIC 9(4).
01 WS-Numeric-Input PIC X(8).
01 WS-Test-Numval PIC S9(6).
01 WS-Input-Valid PIC X VALUE "N".
    88 Input-Valid VALUE "Y".
01 WS-Operator PIC X(8).
*> Host-country income tax percent by currency code, as
*> WTM-INTERNATIONAL loads it.
01 WS-Tax-Rate-Table.
    05 WS-Tax-Rate-Entry OCCURS 20 TIMES.
       10 WS-Tax-Code PIC X(3).
       10 WS-Tax-Rate PIC 9(3)V9999.
01 WS-Tax-Rate-Count PIC 9(3) VALUE 0.
01 WS-Tax-Idx PIC 9(3).
*> Home brackets: the first 10 rows, floors ascending.
01 WS-Tax-Bracket-Table.
    05 WS-Bracket-Entry OCCURS 10 TIMES.
       10 WS-Bracket-Floor PIC 9(8).
       10 WS-Bracket-Rate  PIC 9(3)V9999.
01 WS-Tax-Bracket-Count PIC 9(2) VALUE 0.
01 WS-Bracket-Idx PIC 9(2).
01 WS-Bracket-Upper PIC 9(8).
01 WS-Bracket-Band PIC S9(9)V99.
*> Tax-year pick for the dated tables: the latest year on file not
*> after the wanted year (undated rows count as year 0), else the
*> earliest year on file.
01 WS-Tax-Year-Wanted PIC 9(4).
01 WS-Pick-Candidate PIC 9(4).
01 WS-Pick-Best PIC 9(4).
01 WS-Pick-Earliest PIC 9(4).
01 WS-Pick-Year PIC 9(4).
01 WS-Pick-Found-Flag PIC X VALUE "N".
    88 Pick-Year-Found VALUE "Y" FALSE "N".
01 WS-Pick-Any-Flag PIC X VALUE "N".
    88 Pick-Any-Year VALUE "Y" FALSE "N".
01 WS-Bracket-Table-Year PIC 9(4) VALUE 0.
01 WS-Row-Floor PIC 9(8).
01 WS-Row-Rate PIC 9(3)V9999.
*> One entry per assignment overlapping the tax year, with the run
*> it is settled on and the settlement figures.
01 WS-Assignee-Table.
    05 WS-Asn-Entry OCCURS 200 TIMES.
       10 WS-Asn-ID          PIC 9(6).
       10 WS-Asn-Name        PIC X(30).
       10 WS-Asn-Host-Code   PIC X(3).
       10 WS-Asn-Start       PIC 9(8).
       10 WS-Asn-End         PIC 9(8).
       10 WS-Asn-Months      PIC 9(2).
       10 WS-Asn-Run-Date    PIC 9(8).
       10 WS-Asn-Salary      PIC S9(8)V99.
       10 WS-Asn-Company     PIC X(3).
       10 WS-Asn-Host-Rate   PIC 9(3)V9999.
       10 WS-Asn-Rate-Flag   PIC X.
          88 Asn-Rate-Found  VALUE "Y" FALSE "N".
       10 WS-Asn-Income      PIC S9(9)V99.
       10 WS-Asn-Home-Tax    PIC S9(8)V99.
       10 WS-Asn-Host-Tax    PIC S9(8)V99.
       10 WS-Asn-Equalize    PIC S9(8)V99.
       10 WS-Asn-Settled-On  PIC 9(8).
01 WS-Assignee-Count PIC 9(3) VALUE 0.
01 WS-Asn-Idx PIC 9(3).
01 WS-Start-Month PIC 9(2).
01 WS-End-Month PIC 9(2).
01 WS-Date-Year PIC 9(4).
01 WS-Export-Year PIC 9(4).
01 WS-Settled-Count PIC 9(3) VALUE 0.
01 WS-Posted-Count PIC 9(3) VALUE 0.
01 WS-Exception-Count PIC 9(3) VALUE 0.
01 WS-Company-Pays-Total PIC S9(9)V99 VALUE 0.
01 WS-Employee-Pays-Total PIC S9(9)V99 VALUE 0.
01 WS-Net-Cost PIC S9(9)V99 VALUE 0.
01 WS-Positive-Amount PIC S9(8)V99.
01 WS-Amount-Disp PIC ZZ,ZZZ,ZZ9.99-.
01 WS-Amount-Disp2 PIC ZZ,ZZZ,ZZ9.99-.
01 WS-Rate-Disp PIC ZZ9.9999.
01 WS-Count-Disp PIC ZZ9.
01 WS-End-Disp PIC X(8).
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-JOURNAL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '--------------------------- WTM INTERNATIONAL TAX EQUALIZATION -----------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
*> Protected function: the settlement posts company cost to the
*> general ledger, so it requires the supervisor role whether
*> launched from the console or the command line.
MOVE 'WTM-TAXEQ' TO WS-Gate-Function.
MOVE "S" TO WS-Gate-Role.
CALL 'WTM-ROLE-GATE' USING WS-Gate-Function, WS-Gate-Role, WS-Gate-Result.
IF NOT Gate-Granted THEN
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
IF WTM-Operator-ID = SPACES THEN
    MOVE 'UNKNOWN ' TO WS-Operator
ELSE
    MOVE WTM-Operator-ID TO WS-Operator
END-IF.
MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
MOVE WS-Today(1:6) TO WS-Post-Period.
COMPUTE WS-Tax-Year = (WS-Today / 10000) - 1.
DISPLAY 'Enter the tax year to settle (YYYY, 0 = last year):'.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    ACCEPT WS-Numeric-Input
    MOVE FUNCTION TEST-NUMVAL(WS-Numeric-Input) TO WS-Test-Numval
    IF WS-Test-Numval NOT = 0 THEN
        DISPLAY 'INPUT ERROR: that is not a valid number. Please re-enter.'
    ELSE
        IF FUNCTION NUMVAL(WS-Numeric-Input) = 0 THEN
            MOVE "Y" TO WS-Input-Valid
        ELSE
            IF (FUNCTION NUMVAL(WS-Numeric-Input) < 1900) OR (FUNCTION NUMVAL(WS-Numeric-Input) > 2999) THEN
                DISPLAY 'INPUT ERROR: enter a four-digit year. Please re-enter.'
            ELSE
                COMPUTE WS-Tax-Year = FUNCTION NUMVAL(WS-Numeric-Input)
                MOVE "Y" TO WS-Input-Valid
            END-IF
        END-IF
    END-IF
END-PERFORM.
PERFORM LOAD-BRACKETS-SECT.
IF WS-Tax-Bracket-Count = 0 THEN
    DISPLAY 'TAXEQ: WTM-DOMESTIC-TAX-BRACKETS.DAT is missing or empty - the home tax cannot be figured.'
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM LOAD-TAX-RATES-SECT.
PERFORM LOAD-ASSIGNEES-SECT.
IF WS-Assignee-Count = 0 THEN
    DISPLAY 'No assignment on WTM-INTL-ASSIGNEES.DAT overlaps ', WS-Tax-Year, ' - nothing to settle.'
    GOBACK
END-IF.
PERFORM LOAD-LATEST-RUNS-SECT.
PERFORM LOAD-NAMES-SECT.
PERFORM LOAD-PRIOR-SETTLEMENTS-SECT.
PERFORM VARYING WS-Asn-Idx FROM 1 BY 1 UNTIL WS-Asn-Idx > WS-Assignee-Count
    PERFORM COMPUTE-EQUALIZATION-SECT
END-PERFORM.
MOVE SPACES TO WS-Taxeq-Report-Name.
STRING 'WTM-TAXEQ-' DELIMITED BY SIZE
    WS-Tax-Year DELIMITED BY SIZE
    '.TXT' DELIMITED BY SIZE
    INTO WS-Taxeq-Report-Name.
OPEN OUTPUT Taxeq-Report-File.
IF WS-Taxeq-Report-Status NOT = "00" THEN
    DISPLAY 'TAXEQ ERROR: could not create ', FUNCTION TRIM(WS-Taxeq-Report-Name), ', file status ', WS-Taxeq-Report-Status
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM OPEN-POSTINGS-SECT.
MOVE SPACES TO Taxeq-Report-Line.
STRING 'WTM TAX EQUALIZATION SETTLEMENT STATEMENT - tax year ' DELIMITED BY SIZE
    WS-Tax-Year DELIMITED BY SIZE
    ', run ' DELIMITED BY SIZE
    WS-Today DELIMITED BY SIZE
    ' by ' DELIMITED BY SIZE
    WS-Operator DELIMITED BY SIZE
    INTO Taxeq-Report-Line.
PERFORM WRITE-LINE-SECT.
MOVE 'Income: latest run''s annual salary prorated to the months on assignment. Home tax: domestic brackets. Host tax: host rate.'
    TO Taxeq-Report-Line.
PERFORM WRITE-LINE-SECT.
MOVE SPACES TO Taxeq-Report-Line.
PERFORM WRITE-LINE-SECT.
PERFORM VARYING WS-Asn-Idx FROM 1 BY 1 UNTIL WS-Asn-Idx > WS-Assignee-Count
    IF (WS-Asn-Run-Date(WS-Asn-Idx) > 0) AND (Asn-Rate-Found(WS-Asn-Idx)) THEN
        PERFORM WRITE-SETTLEMENT-SECT
    END-IF
END-PERFORM.
PERFORM WRITE-TOTALS-SECT.
PERFORM WRITE-EXCEPTIONS-SECT.
CLOSE Taxeq-Report-File.
IF WS-Taxeq-Posting-Status = "00" THEN
    CLOSE Taxeq-Posting-File
END-IF.
MOVE WS-Settled-Count TO WS-Count-Disp.
DISPLAY FUNCTION TRIM(WS-Count-Disp), ' assignment(s) settled for ', WS-Tax-Year, ', ',
    WS-Posted-Count, ' posted for period ', WS-Post-Period, ', ', WS-Exception-Count,
    ' exception(s) - statement written to ', FUNCTION TRIM(WS-Taxeq-Report-Name), '.'.
IF WS-Exception-Count > 0 THEN
    MOVE 4 TO RETURN-CODE
END-IF.
GOBACK.

LOAD-BRACKETS-SECT.
*> The tax year's brackets: one pass finds the year to use, a second
*> loads that year's rows.
MOVE 0 TO WS-Tax-Bracket-Count.
MOVE WS-Tax-Year TO WS-Tax-Year-Wanted.
PERFORM PICK-YEAR-RESET-SECT.
OPEN INPUT Tax-Bracket-File.
IF WS-Tax-Bracket-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Tax-Bracket-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            PERFORM BRACKET-ROW-YEAR-SECT
            PERFORM PICK-YEAR-CANDIDATE-SECT
    END-READ
END-PERFORM.
CLOSE Tax-Bracket-File.
PERFORM PICK-YEAR-RESOLVE-SECT.
MOVE WS-Pick-Year TO WS-Bracket-Table-Year.
OPEN INPUT Tax-Bracket-File.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Tax-Bracket-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            PERFORM BRACKET-ROW-YEAR-SECT
            IF (WS-Pick-Candidate = WS-Bracket-Table-Year) AND (WS-Tax-Bracket-Count < 10)
                AND (WS-Row-Floor IS NUMERIC) AND (WS-Row-Rate IS NUMERIC) THEN
                ADD 1 TO WS-Tax-Bracket-Count
                MOVE WS-Row-Floor TO WS-Bracket-Floor(WS-Tax-Bracket-Count)
                MOVE WS-Row-Rate TO WS-Bracket-Rate(WS-Tax-Bracket-Count)
            END-IF
    END-READ
END-PERFORM.
CLOSE Tax-Bracket-File.
IF (WS-Tax-Bracket-Count > 0) AND (WS-Bracket-Table-Year NOT = WS-Tax-Year) THEN
    DISPLAY 'TAXEQ: no tax brackets dated ', WS-Tax-Year, ' - home tax uses the ',
        WS-Bracket-Table-Year, ' brackets (0 = undated).'
END-IF.

LOAD-TAX-RATES-SECT.
MOVE 0 TO WS-Tax-Rate-Count.
OPEN INPUT Tax-Rate-File.
IF WS-Tax-Rate-Status NOT = "00" THEN
    DISPLAY 'WARNING: could not open WTM-TAX-RATES.DAT, file status ', WS-Tax-Rate-Status
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Tax-Rate-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (WS-Tax-Rate-Count < 20) AND (Tax-Input-Rate IS NUMERIC) THEN
                ADD 1 TO WS-Tax-Rate-Count
                MOVE Tax-Input-Code TO WS-Tax-Code(WS-Tax-Rate-Count)
                MOVE Tax-Input-Rate TO WS-Tax-Rate(WS-Tax-Rate-Count)
            END-IF
    END-READ
END-PERFORM.
CLOSE Tax-Rate-File.

LOAD-ASSIGNEES-SECT.
*> Keeps each assignment that overlaps the tax year, with the months
*> of the year it covers and the host rate for its currency code.
MOVE 0 TO WS-Assignee-Count.
OPEN INPUT Assignee-File.
IF WS-Assignee-Status NOT = "00" THEN
    DISPLAY 'NOTICE: could not open WTM-INTL-ASSIGNEES.DAT, file status ', WS-Assignee-Status
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Assignee-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (Ias-Employee-ID IS NUMERIC) AND (Ias-Start-Date IS NUMERIC) THEN
                IF Ias-End-Date IS NOT NUMERIC THEN
                    MOVE 0 TO Ias-End-Date
                END-IF
                PERFORM ADD-ASSIGNEE-SECT
            END-IF
    END-READ
END-PERFORM.
CLOSE Assignee-File.

ADD-ASSIGNEE-SECT.
COMPUTE WS-Date-Year = Ias-Start-Date / 10000.
IF WS-Date-Year > WS-Tax-Year THEN
    EXIT PARAGRAPH
END-IF.
IF WS-Date-Year < WS-Tax-Year THEN
    MOVE 1 TO WS-Start-Month
ELSE
    MOVE Ias-Start-Date(5:2) TO WS-Start-Month
END-IF.
MOVE 12 TO WS-End-Month.
IF Ias-End-Date > 0 THEN
    COMPUTE WS-Date-Year = Ias-End-Date / 10000
    IF WS-Date-Year < WS-Tax-Year THEN
        EXIT PARAGRAPH
    END-IF
    IF WS-Date-Year = WS-Tax-Year THEN
        MOVE Ias-End-Date(5:2) TO WS-End-Month
    END-IF
END-IF.
IF WS-End-Month < WS-Start-Month THEN
    EXIT PARAGRAPH
END-IF.
IF WS-Assignee-Count >= 200 THEN
    DISPLAY 'WARNING: more than 200 assignments in ', WS-Tax-Year, ' - employee ', Ias-Employee-ID, ' is not settled.'
    ADD 1 TO WS-Exception-Count
    EXIT PARAGRAPH
END-IF.
ADD 1 TO WS-Assignee-Count.
INITIALIZE WS-Asn-Entry(WS-Assignee-Count).
MOVE Ias-Employee-ID TO WS-Asn-ID(WS-Assignee-Count).
MOVE 'NOT ON MASTER' TO WS-Asn-Name(WS-Assignee-Count).
MOVE Ias-Host-Code TO WS-Asn-Host-Code(WS-Assignee-Count).
MOVE Ias-Start-Date TO WS-Asn-Start(WS-Assignee-Count).
MOVE Ias-End-Date TO WS-Asn-End(WS-Assignee-Count).
COMPUTE WS-Asn-Months(WS-Assignee-Count) = WS-End-Month - WS-Start-Month + 1.
SET Asn-Rate-Found(WS-Assignee-Count) TO FALSE.
PERFORM VARYING WS-Tax-Idx FROM 1 BY 1 UNTIL WS-Tax-Idx > WS-Tax-Rate-Count
    IF WS-Tax-Code(WS-Tax-Idx) = Ias-Host-Code THEN
        SET Asn-Rate-Found(WS-Assignee-Count) TO TRUE
        MOVE WS-Tax-Rate(WS-Tax-Idx) TO WS-Asn-Host-Rate(WS-Assignee-Count)
    END-IF
END-PERFORM.

LOAD-LATEST-RUNS-SECT.
*> The latest live export row in the tax year per assignee gives the
*> annual salary and the company that paid it; a re-run replaces the
*> earlier figures instead of adding to them.
OPEN INPUT Acct-Export-File.
IF WS-Acct-Export-Status NOT = "00" THEN
    DISPLAY 'NOTICE: could not open WTM-ACCOUNTING-EXPORT.DAT, file status ', WS-Acct-Export-Status
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Acct-Export-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (NOT Acct-Superseded) AND (Acct-Export-Date IS NUMERIC) THEN
                COMPUTE WS-Export-Year = Acct-Export-Date / 10000
                IF WS-Export-Year = WS-Tax-Year THEN
                    PERFORM VARYING WS-Asn-Idx FROM 1 BY 1 UNTIL WS-Asn-Idx > WS-Assignee-Count
                        IF (WS-Asn-ID(WS-Asn-Idx) = Acct-Employee-ID)
                            AND (Acct-Export-Date >= WS-Asn-Run-Date(WS-Asn-Idx)) THEN
                            MOVE Acct-Export-Date TO WS-Asn-Run-Date(WS-Asn-Idx)
                            MOVE Acct-Salary TO WS-Asn-Salary(WS-Asn-Idx)
                            MOVE Acct-Company-Code TO WS-Asn-Company(WS-Asn-Idx)
                        END-IF
                    END-PERFORM
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Acct-Export-File.

LOAD-NAMES-SECT.
OPEN INPUT Employee-Master-File.
IF WS-Employee-Master-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Employee-Master-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            PERFORM VARYING WS-Asn-Idx FROM 1 BY 1 UNTIL WS-Asn-Idx > WS-Assignee-Count
                IF WS-Asn-ID(WS-Asn-Idx) = Empl-ID THEN
                    MOVE Empl-Name TO WS-Asn-Name(WS-Asn-Idx)
                END-IF
            END-PERFORM
    END-READ
END-PERFORM.
CLOSE Employee-Master-File.

LOAD-PRIOR-SETTLEMENTS-SECT.
*> An assignment already settled for this tax year - same employee
*> and host code - is not posted again.
OPEN INPUT Taxeq-Posting-File.
IF WS-Taxeq-Posting-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Taxeq-Posting-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Teq-Tax-Year = WS-Tax-Year THEN
                PERFORM VARYING WS-Asn-Idx FROM 1 BY 1 UNTIL WS-Asn-Idx > WS-Assignee-Count
                    IF (WS-Asn-ID(WS-Asn-Idx) = Teq-Employee-ID)
                        AND (WS-Asn-Host-Code(WS-Asn-Idx) = Teq-Host-Code) THEN
                        MOVE Teq-Run-Date TO WS-Asn-Settled-On(WS-Asn-Idx)
                    END-IF
                END-PERFORM
            END-IF
    END-READ
END-PERFORM.
CLOSE Taxeq-Posting-File.

COMPUTE-EQUALIZATION-SECT.
*> Same income both ways: home tax through the marginal brackets -
*> each band between a floor and the next at its own rate - and host
*> tax at the host country's flat rate.
IF (WS-Asn-Run-Date(WS-Asn-Idx) = 0) OR (NOT Asn-Rate-Found(WS-Asn-Idx)) THEN
    EXIT PARAGRAPH
END-IF.
COMPUTE WS-Asn-Income(WS-Asn-Idx) ROUNDED =
    WS-Asn-Salary(WS-Asn-Idx) * WS-Asn-Months(WS-Asn-Idx) / 12.
IF WS-Asn-Income(WS-Asn-Idx) < 0 THEN
    MOVE 0 TO WS-Asn-Income(WS-Asn-Idx)
END-IF.
MOVE 0 TO WS-Asn-Home-Tax(WS-Asn-Idx).
PERFORM VARYING WS-Bracket-Idx FROM 1 BY 1 UNTIL WS-Bracket-Idx > WS-Tax-Bracket-Count
    IF WS-Bracket-Idx < WS-Tax-Bracket-Count THEN
        MOVE WS-Bracket-Floor(WS-Bracket-Idx + 1) TO WS-Bracket-Upper
    ELSE
        MOVE 99999999 TO WS-Bracket-Upper
    END-IF
    IF WS-Asn-Income(WS-Asn-Idx) > WS-Bracket-Floor(WS-Bracket-Idx) THEN
        IF WS-Asn-Income(WS-Asn-Idx) < WS-Bracket-Upper THEN
            COMPUTE WS-Bracket-Band = WS-Asn-Income(WS-Asn-Idx) - WS-Bracket-Floor(WS-Bracket-Idx)
        ELSE
            COMPUTE WS-Bracket-Band = WS-Bracket-Upper - WS-Bracket-Floor(WS-Bracket-Idx)
        END-IF
        COMPUTE WS-Asn-Home-Tax(WS-Asn-Idx) ROUNDED = WS-Asn-Home-Tax(WS-Asn-Idx)
            + (WS-Bracket-Band * (WS-Bracket-Rate(WS-Bracket-Idx) / 100))
    END-IF
END-PERFORM.
COMPUTE WS-Asn-Host-Tax(WS-Asn-Idx) ROUNDED =
    WS-Asn-Income(WS-Asn-Idx) * (WS-Asn-Host-Rate(WS-Asn-Idx) / 100).
COMPUTE WS-Asn-Equalize(WS-Asn-Idx) = WS-Asn-Host-Tax(WS-Asn-Idx) - WS-Asn-Home-Tax(WS-Asn-Idx).

OPEN-POSTINGS-SECT.
OPEN EXTEND Taxeq-Posting-File.
IF WS-Taxeq-Posting-Status = "35" THEN
    OPEN OUTPUT Taxeq-Posting-File
END-IF.
IF WS-Taxeq-Posting-Status NOT = "00" THEN
    DISPLAY 'TAXEQ WARNING: could not open WTM-TAXEQ-POSTINGS.DAT, file status ', WS-Taxeq-Posting-Status,
        ' - the statement is written but nothing is posted.'
    ADD 1 TO WS-Exception-Count
END-IF.

WRITE-SETTLEMENT-SECT.
ADD 1 TO WS-Settled-Count.
IF WS-Asn-End(WS-Asn-Idx) = 0 THEN
    MOVE 'OPEN' TO WS-End-Disp
ELSE
    MOVE WS-Asn-End(WS-Asn-Idx) TO WS-End-Disp
END-IF.
MOVE SPACES TO Taxeq-Report-Line.
STRING 'ASSIGNEE ' DELIMITED BY SIZE
    WS-Asn-ID(WS-Asn-Idx) DELIMITED BY SIZE
    '  ' DELIMITED BY SIZE
    WS-Asn-Name(WS-Asn-Idx) DELIMITED BY SIZE
    '  host ' DELIMITED BY SIZE
    WS-Asn-Host-Code(WS-Asn-Idx) DELIMITED BY SIZE
    '  assignment ' DELIMITED BY SIZE
    WS-Asn-Start(WS-Asn-Idx) DELIMITED BY SIZE
    ' to ' DELIMITED BY SIZE
    WS-End-Disp DELIMITED BY SPACE
    '  months in year ' DELIMITED BY SIZE
    WS-Asn-Months(WS-Asn-Idx) DELIMITED BY SIZE
    INTO Taxeq-Report-Line.
PERFORM WRITE-LINE-SECT.
MOVE WS-Asn-Salary(WS-Asn-Idx) TO WS-Amount-Disp.
MOVE WS-Asn-Income(WS-Asn-Idx) TO WS-Amount-Disp2.
MOVE SPACES TO Taxeq-Report-Line.
STRING '  Annual salary ' DELIMITED BY SIZE
    WS-Amount-Disp DELIMITED BY SIZE
    ' (run ' DELIMITED BY SIZE
    WS-Asn-Run-Date(WS-Asn-Idx) DELIMITED BY SIZE
    ', company ' DELIMITED BY SIZE
    WS-Asn-Company(WS-Asn-Idx) DELIMITED BY SIZE
    ')   income on assignment ' DELIMITED BY SIZE
    WS-Amount-Disp2 DELIMITED BY SIZE
    INTO Taxeq-Report-Line.
PERFORM WRITE-LINE-SECT.
MOVE WS-Asn-Home-Tax(WS-Asn-Idx) TO WS-Amount-Disp.
MOVE WS-Asn-Host-Tax(WS-Asn-Idx) TO WS-Amount-Disp2.
MOVE WS-Asn-Host-Rate(WS-Asn-Idx) TO WS-Rate-Disp.
MOVE SPACES TO Taxeq-Report-Line.
STRING '  Hypothetical home tax ' DELIMITED BY SIZE
    WS-Amount-Disp DELIMITED BY SIZE
    '   actual host tax ' DELIMITED BY SIZE
    WS-Amount-Disp2 DELIMITED BY SIZE
    ' at ' DELIMITED BY SIZE
    FUNCTION TRIM(WS-Rate-Disp) DELIMITED BY SIZE
    '%' DELIMITED BY SIZE
    INTO Taxeq-Report-Line.
PERFORM WRITE-LINE-SECT.
MOVE SPACES TO Taxeq-Report-Line.
EVALUATE TRUE
    WHEN WS-Asn-Equalize(WS-Asn-Idx) > 0
        MOVE WS-Asn-Equalize(WS-Asn-Idx) TO WS-Amount-Disp
        STRING '  COMPANY EQUALIZATION PAYMENT to the employee ' DELIMITED BY SIZE
            WS-Amount-Disp DELIMITED BY SIZE
            INTO Taxeq-Report-Line
    WHEN WS-Asn-Equalize(WS-Asn-Idx) < 0
        COMPUTE WS-Positive-Amount = 0 - WS-Asn-Equalize(WS-Asn-Idx)
        MOVE WS-Positive-Amount TO WS-Amount-Disp
        STRING '  EMPLOYEE REIMBURSEMENT to the company ' DELIMITED BY SIZE
            WS-Amount-Disp DELIMITED BY SIZE
            INTO Taxeq-Report-Line
    WHEN OTHER
        MOVE '  No difference - host and home tax are equal; nothing is owed either way.' TO Taxeq-Report-Line
END-EVALUATE.
PERFORM WRITE-LINE-SECT.
MOVE SPACES TO Taxeq-Report-Line.
EVALUATE TRUE
    WHEN WS-Asn-Settled-On(WS-Asn-Idx) > 0
        STRING '  Already settled on ' DELIMITED BY SIZE
            WS-Asn-Settled-On(WS-Asn-Idx) DELIMITED BY SIZE
            ' - shown again, not posted twice.' DELIMITED BY SIZE
            INTO Taxeq-Report-Line
    WHEN WS-Taxeq-Posting-Status NOT = "00"
        MOVE '  NOT POSTED - WTM-TAXEQ-POSTINGS.DAT could not be opened.' TO Taxeq-Report-Line
    WHEN OTHER
        PERFORM WRITE-POSTING-SECT
        STRING '  Company cost posted to the GL export for period ' DELIMITED BY SIZE
            WS-Post-Period DELIMITED BY SIZE
            INTO Taxeq-Report-Line
END-EVALUATE.
PERFORM WRITE-LINE-SECT.
MOVE SPACES TO Taxeq-Report-Line.
PERFORM WRITE-LINE-SECT.
IF WS-Asn-Equalize(WS-Asn-Idx) > 0 THEN
    ADD WS-Asn-Equalize(WS-Asn-Idx) TO WS-Company-Pays-Total
ELSE
    SUBTRACT WS-Asn-Equalize(WS-Asn-Idx) FROM WS-Employee-Pays-Total
END-IF.
ADD WS-Asn-Equalize(WS-Asn-Idx) TO WS-Net-Cost.

WRITE-POSTING-SECT.
MOVE WS-Asn-ID(WS-Asn-Idx) TO Teq-Employee-ID.
MOVE WS-Tax-Year TO Teq-Tax-Year.
MOVE WS-Post-Period TO Teq-Post-Period.
MOVE WS-Asn-Company(WS-Asn-Idx) TO Teq-Company.
MOVE WS-Asn-Host-Code(WS-Asn-Idx) TO Teq-Host-Code.
MOVE WS-Asn-Income(WS-Asn-Idx) TO Teq-Income.
MOVE WS-Asn-Home-Tax(WS-Asn-Idx) TO Teq-Home-Tax.
MOVE WS-Asn-Host-Tax(WS-Asn-Idx) TO Teq-Host-Tax.
MOVE WS-Asn-Equalize(WS-Asn-Idx) TO Teq-Amount.
MOVE WS-Today TO Teq-Run-Date.
MOVE WS-Operator TO Teq-Operator-ID.
WRITE Taxeq-Posting-Record.
SET Rjn-After-Image TO TRUE.
MOVE 'WTM-TAXEQ-POSTINGS.DAT' TO WS-Rjn-File-Name.
MOVE Taxeq-Posting-Record TO WS-Rjn-Record.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
ADD 1 TO WS-Posted-Count.

WRITE-TOTALS-SECT.
MOVE ALL '-' TO Taxeq-Report-Line.
PERFORM WRITE-LINE-SECT.
MOVE WS-Company-Pays-Total TO WS-Amount-Disp.
MOVE WS-Employee-Pays-Total TO WS-Amount-Disp2.
MOVE SPACES TO Taxeq-Report-Line.
STRING 'Equalization payments by the company ' DELIMITED BY SIZE
    WS-Amount-Disp DELIMITED BY SIZE
    '   reimbursements by employees ' DELIMITED BY SIZE
    WS-Amount-Disp2 DELIMITED BY SIZE
    INTO Taxeq-Report-Line.
PERFORM WRITE-LINE-SECT.
MOVE WS-Net-Cost TO WS-Amount-Disp.
MOVE WS-Settled-Count TO WS-Count-Disp.
MOVE SPACES TO Taxeq-Report-Line.
STRING 'Net company equalization cost ' DELIMITED BY SIZE
    WS-Amount-Disp DELIMITED BY SIZE
    ' across ' DELIMITED BY SIZE
    FUNCTION TRIM(WS-Count-Disp) DELIMITED BY SIZE
    ' assignment(s).' DELIMITED BY SIZE
    INTO Taxeq-Report-Line.
PERFORM WRITE-LINE-SECT.

WRITE-EXCEPTIONS-SECT.
*> Assignments that could not be settled: no host rate for the
*> currency code, or no run for the employee in the tax year.
MOVE SPACES TO Taxeq-Report-Line.
PERFORM WRITE-LINE-SECT.
MOVE 'EXCEPTIONS - NOT SETTLED' TO Taxeq-Report-Line.
PERFORM WRITE-LINE-SECT.
PERFORM VARYING WS-Asn-Idx FROM 1 BY 1 UNTIL WS-Asn-Idx > WS-Assignee-Count
    MOVE SPACES TO Taxeq-Report-Line
    IF NOT Asn-Rate-Found(WS-Asn-Idx) THEN
        STRING '  ' DELIMITED BY SIZE
            WS-Asn-ID(WS-Asn-Idx) DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            WS-Asn-Name(WS-Asn-Idx) DELIMITED BY SIZE
            '  no host tax rate on WTM-TAX-RATES.DAT for ' DELIMITED BY SIZE
            WS-Asn-Host-Code(WS-Asn-Idx) DELIMITED BY SIZE
            INTO Taxeq-Report-Line
        ADD 1 TO WS-Exception-Count
        PERFORM WRITE-LINE-SECT
    ELSE
        IF WS-Asn-Run-Date(WS-Asn-Idx) = 0 THEN
            STRING '  ' DELIMITED BY SIZE
                WS-Asn-ID(WS-Asn-Idx) DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-Asn-Name(WS-Asn-Idx) DELIMITED BY SIZE
                '  no run in ' DELIMITED BY SIZE
                WS-Tax-Year DELIMITED BY SIZE
                ' on WTM-ACCOUNTING-EXPORT.DAT - no income to equalize' DELIMITED BY SIZE
                INTO Taxeq-Report-Line
            ADD 1 TO WS-Exception-Count
            PERFORM WRITE-LINE-SECT
        END-IF
    END-IF
END-PERFORM.
IF WS-Exception-Count = 0 THEN
    MOVE '  None.' TO Taxeq-Report-Line
    PERFORM WRITE-LINE-SECT
END-IF.

WRITE-LINE-SECT.
WRITE Taxeq-Report-Line.
DISPLAY FUNCTION TRIM(Taxeq-Report-Line, TRAILING).

PICK-YEAR-RESET-SECT.
MOVE "N" TO WS-Pick-Found-Flag.
MOVE "N" TO WS-Pick-Any-Flag.
MOVE 0 TO WS-Pick-Best.
MOVE 0 TO WS-Pick-Earliest.

PICK-YEAR-CANDIDATE-SECT.
*> One row's tax year against WS-Tax-Year-Wanted.
IF (NOT Pick-Any-Year) OR (WS-Pick-Candidate < WS-Pick-Earliest) THEN
    MOVE WS-Pick-Candidate TO WS-Pick-Earliest
END-IF.
SET Pick-Any-Year TO TRUE.
IF WS-Pick-Candidate NOT > WS-Tax-Year-Wanted THEN
    IF (NOT Pick-Year-Found) OR (WS-Pick-Candidate > WS-Pick-Best) THEN
        MOVE WS-Pick-Candidate TO WS-Pick-Best
        SET Pick-Year-Found TO TRUE
    END-IF
END-IF.

PICK-YEAR-RESOLVE-SECT.
IF Pick-Year-Found THEN
    MOVE WS-Pick-Best TO WS-Pick-Year
ELSE
    MOVE WS-Pick-Earliest TO WS-Pick-Year
END-IF.

BRACKET-ROW-YEAR-SECT.
*> Tax year, floor and rate of the bracket row just read, dated or not.
IF Bracket-Undated-Tail = SPACES THEN
    MOVE 0 TO WS-Pick-Candidate
    MOVE Bracket-Undated-Floor TO WS-Row-Floor
    MOVE Bracket-Undated-Rate TO WS-Row-Rate
ELSE
    MOVE Bracket-Input-Year TO WS-Pick-Candidate
    MOVE Bracket-Input-Floor TO WS-Row-Floor
    MOVE Bracket-Input-Rate TO WS-Row-Rate
END-IF.

*> Legal-hold register maintenance and report. When legal asks for a
*> person's records to be preserved, the hold is entered here against
*> the Employee-ID with the reason, who asked for it, and the date it
*> starts; it stays in force until a release date is given. Held
*> employees are skipped - and the skip reported - by every utility
*> that removes or rekeys records: WTM-ARCHIVE, WTM-ERASE,
*> WTM-BACKOUT, and WTM-EMPMERGE (through WTM-HOLD-CHECK).
*>   A  add a hold                  (admin only)
*>   R  release a hold              (admin only)
*>   L  list the register
*>   P  protected-records report - every hold in force and, per file,
*>      how many records it is protecting, to
*>      WTM-LEGAL-HOLD-REPORT-<date>.TXT
*> The per-file counts cover the same per-employee files WTM-ERASE
*> reaches, every one of which leads with the 9(6) employee ID.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-LEGALHOLD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Legal-Hold-File ASSIGN TO "WTM-LEGAL-HOLDS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Legal-Hold-Status.
    SELECT Employee-Master-File ASSIGN TO "WTM-EMPLOYEE-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Employee-Master-Status.
    SELECT Scan-In-File ASSIGN TO WS-Scan-File-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Scan-In-Status.
    SELECT Hold-Report-File ASSIGN TO WS-Hold-Report-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Hold-Report-Status.
    SELECT Report-Catalog-File ASSIGN TO "WTM-REPORT-CATALOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Report-Catalog-Status.

DATA DIVISION.
FILE SECTION.
FD  Legal-Hold-File.
    COPY "WTM-LEGAL-HOLD-REC.cpy".

FD  Employee-Master-File.
    COPY "WTM-EMPLOYEE-MASTER-REC.cpy".

FD  Scan-In-File.
01 Scan-In-Record PIC X(512).

FD  Hold-Report-File.
01 Hold-Report-Line PIC X(132).

FD  Report-Catalog-File.
    COPY "WTM-REPORT-CATALOG-REC.cpy".

WORKING-STORAGE SECTION.
01 WS-Legal-Hold-Status PIC XX.
01 WS-Employee-Master-Status PIC XX.
01 WS-Scan-In-Status PIC XX.
01 WS-Hold-Report-Status PIC XX.
01 WS-Report-Catalog-Status PIC XX.
01 WS-Scan-File-Name PIC X(40).
01 WS-Hold-Report-Name PIC X(40).
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Mode-Choice PIC X.
01 WS-Today PIC 9(8).
*> The register, held whole so a release can rewrite it.
01 WS-Hold-Table.
    05 WS-Lgh-Entry OCCURS 1000 TIMES.
       10 WS-Lgh-Row PIC X(102).
01 WS-Hold-Count PIC 9(4) VALUE 0.
01 WS-Hold-Idx PIC 9(4).
01 WS-Hold-Slot PIC 9(4).
01 WS-Holds-Found PIC 9(4).
01 WS-Next-Hold-No PIC 9(4).
01 WS-Work-Employee-ID PIC 9(6).
01 WS-Work-Employee-Name PIC X(30).
01 WS-Empl-Found-Flag PIC X VALUE "N".
    88 Empl-Found VALUE "Y" FALSE "N".
01 WS-Work-Hold-No PIC 9(4).
01 WS-Work-Reason PIC X(40).
01 WS-Work-Requester PIC X(20).
01 WS-Work-Date PIC 9(8).
01 WS-Date-Input PIC X(10).
01 WS-Hold-State PIC X(10).
01 WS-Operator PIC X(8).
*> Holds in force for the protected-records report, with a count of
*> each employee's records per file.
01 WS-Protect-Table.
    05 WS-Prot-Entry OCCURS 200 TIMES.
       10 WS-Prot-ID     PIC 9(6).
       10 WS-Prot-ID-X REDEFINES WS-Prot-ID PIC X(6).
       10 WS-Prot-Count  PIC 9(7) OCCURS 27 TIMES.
       10 WS-Prot-Total  PIC 9(8).
       10 WS-Prot-Listed PIC X.
01 WS-Prot-Count-Used PIC 9(3) VALUE 0.
01 WS-Prot-Idx PIC 9(3).
01 WS-Prot-Slot PIC 9(3).
01 WS-Flat-File-Values.
    05 FILLER PIC X(40) VALUE 'BUDGET-HISTORY.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-AUDIT-LOG.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-ACTUALS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-INCOME-DETAIL.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-DEBT-DETAIL.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-SCENARIOS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-DEFICIT-LEDGER.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-ACCOUNTING-EXPORT.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-SUBCAT-DETAIL.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-TRANSACTIONS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-BANK-ACCOUNTS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-PAYROLL-SAVINGS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-SAVINGS-SPLIT.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-FWD-CONTRACTS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-KEYED-RUNS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-QA-QUEUE.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-TAXEQ-POSTINGS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-WRITEOFFS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-SAVINGS-GOALS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-TRAVEL-ADVANCES.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-BALANCE-SHEET.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-GARNISH-ORDERS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-GARNISH-LEDGER.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-CHANGE-REQUESTS.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-CASE-LOG.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-LETTER-LOG.DAT'.
    05 FILLER PIC X(40) VALUE 'WTM-EST-TAX-PAID.DAT'.
01 WS-Flat-File-List REDEFINES WS-Flat-File-Values.
    05 WS-Flat-File-Name PIC X(40) OCCURS 27 TIMES.
01 WS-File-Idx PIC 9(2).
01 WS-Rows-Protected PIC 9(8) VALUE 0.
01 WS-Count-Disp PIC Z,ZZZ,ZZ9.
01 WS-Numeric-Input PIC X(8).
01 WS-Test-Numval PIC S9(6).
01 WS-Input-Valid PIC X VALUE "N".
    88 Input-Valid VALUE "Y" FALSE "N".
01 WS-Accept-Target PIC 9(6).
01 WS-Gate-Function PIC X(20).
01 WS-Gate-Role PIC X.
01 WS-Gate-Result PIC X.
    88 Gate-Granted VALUE "G" FALSE "D".
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-JOURNAL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '------------------------------ WTM LEGAL HOLD REGISTER -------------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
MOVE 'WTM-LEGALHOLD' TO WS-Gate-Function.
MOVE "S" TO WS-Gate-Role.
CALL 'WTM-ROLE-GATE' USING WS-Gate-Function, WS-Gate-Role, WS-Gate-Result.
IF NOT Gate-Granted THEN
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
MOVE 0 TO RETURN-CODE.
MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
IF WTM-Operator-ID = SPACES THEN
    MOVE 'UNKNOWN ' TO WS-Operator
ELSE
    MOVE WTM-Operator-ID TO WS-Operator
END-IF.
PERFORM LOAD-REGISTER-SECT.
DISPLAY 'Enter A to add a hold, R to release one, L to list the register, or P for the protected-records report:'.
ACCEPT WS-Mode-Choice.
EVALUATE WS-Mode-Choice
    WHEN "A" WHEN "a"
        PERFORM ADMIN-GATE-SECT
        IF Gate-Granted THEN
            PERFORM ADD-HOLD-SECT
        END-IF
    WHEN "R" WHEN "r"
        PERFORM ADMIN-GATE-SECT
        IF Gate-Granted THEN
            PERFORM RELEASE-HOLD-SECT
        END-IF
    WHEN "L" WHEN "l" PERFORM LIST-HOLDS-SECT
    WHEN "P" WHEN "p" PERFORM PROTECTED-REPORT-SECT
    WHEN OTHER DISPLAY 'INPUT ERROR: please enter A, R, L, or P.'
END-EVALUATE.
GOBACK.

ADMIN-GATE-SECT.
*> Holds are placed and lifted on legal's instruction only, so the
*> register itself is maintained by admins.
MOVE 'WTM-LEGALHOLD-MAINT' TO WS-Gate-Function.
MOVE "A" TO WS-Gate-Role.
CALL 'WTM-ROLE-GATE' USING WS-Gate-Function, WS-Gate-Role, WS-Gate-Result.
IF NOT Gate-Granted THEN
    DISPLAY 'LEGAL HOLD: adding or releasing a hold requires the admin role - nothing changed.'
    MOVE 12 TO RETURN-CODE
END-IF.

ACCEPT-NUMERIC-SECT.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    ACCEPT WS-Numeric-Input
    MOVE FUNCTION TEST-NUMVAL(WS-Numeric-Input) TO WS-Test-Numval
    IF WS-Test-Numval NOT = 0 THEN
        DISPLAY 'INPUT ERROR: that is not a valid number. Please re-enter.'
    ELSE
        COMPUTE WS-Accept-Target = FUNCTION NUMVAL(WS-Numeric-Input)
            ON SIZE ERROR
                DISPLAY 'INPUT ERROR: value exceeds the maximum of 999999. Please re-enter.'
            NOT ON SIZE ERROR
                MOVE "Y" TO WS-Input-Valid
        END-COMPUTE
    END-IF
END-PERFORM.

ACCEPT-DATE-SECT.
*> A real calendar date as YYYYMMDD into WS-Work-Date; blank takes
*> today.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    MOVE SPACES TO WS-Date-Input
    ACCEPT WS-Date-Input
    IF WS-Date-Input = SPACES THEN
        MOVE WS-Today TO WS-Work-Date
        MOVE "Y" TO WS-Input-Valid
    ELSE
        IF (FUNCTION TRIM(WS-Date-Input) IS NOT NUMERIC)
            OR (FUNCTION LENGTH(FUNCTION TRIM(WS-Date-Input)) NOT = 8) THEN
            DISPLAY 'INPUT ERROR: enter the date as YYYYMMDD. Please re-enter.'
        ELSE
            MOVE WS-Date-Input(1:8) TO WS-Work-Date
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-Work-Date) NOT = 0 THEN
                DISPLAY 'INPUT ERROR: that is not a real calendar date. Please re-enter as YYYYMMDD.'
            ELSE
                MOVE "Y" TO WS-Input-Valid
            END-IF
        END-IF
    END-IF
END-PERFORM.

LOAD-REGISTER-SECT.
MOVE 0 TO WS-Hold-Count.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Legal-Hold-File.
IF WS-Legal-Hold-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Legal-Hold-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF WS-Hold-Count < 1000 THEN
                ADD 1 TO WS-Hold-Count
                MOVE Legal-Hold-Record TO WS-Lgh-Row(WS-Hold-Count)
            ELSE
                DISPLAY 'WARNING: more than 1000 rows on WTM-LEGAL-HOLDS.DAT - the rest are not shown.'
                SET File-EOF TO TRUE
            END-IF
    END-READ
END-PERFORM.
CLOSE Legal-Hold-File.

REWRITE-REGISTER-SECT.
OPEN OUTPUT Legal-Hold-File.
IF WS-Legal-Hold-Status NOT = "00" THEN
    DISPLAY 'LEGALHOLD: could not rewrite WTM-LEGAL-HOLDS.DAT, file status ', WS-Legal-Hold-Status
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING WS-Hold-Idx FROM 1 BY 1 UNTIL WS-Hold-Idx > WS-Hold-Count
    MOVE WS-Lgh-Row(WS-Hold-Idx) TO Legal-Hold-Record
    WRITE Legal-Hold-Record
END-PERFORM.
CLOSE Legal-Hold-File.
SET Rjn-File-Image TO TRUE.
MOVE 'WTM-LEGAL-HOLDS.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.

FIND-EMPLOYEE-SECT.
MOVE "N" TO WS-Empl-Found-Flag.
MOVE SPACES TO WS-Work-Employee-Name.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Employee-Master-File.
IF WS-Employee-Master-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Employee-Master-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Empl-ID = WS-Work-Employee-ID THEN
                SET Empl-Found TO TRUE
                MOVE Empl-Name TO WS-Work-Employee-Name
                SET File-EOF TO TRUE
            END-IF
    END-READ
END-PERFORM.
CLOSE Employee-Master-File.

SET-HOLD-STATE-SECT.
*> Describes the hold in Legal-Hold-Record as of today.
EVALUATE TRUE
    WHEN (Lgh-Release-Date > 0) AND (Lgh-Release-Date <= WS-Today)
        MOVE 'RELEASED' TO WS-Hold-State
    WHEN Lgh-Start-Date > WS-Today
        MOVE 'STARTS' TO WS-Hold-State
    WHEN OTHER
        MOVE 'IN FORCE' TO WS-Hold-State
END-EVALUATE.

ADD-HOLD-SECT.
DISPLAY 'Enter the employee ID to place on hold:'.
PERFORM ACCEPT-NUMERIC-SECT.
MOVE WS-Accept-Target TO WS-Work-Employee-ID.
PERFORM FIND-EMPLOYEE-SECT.
IF Empl-Found THEN
    DISPLAY 'Employee ', WS-Work-Employee-ID, ' ', FUNCTION TRIM(WS-Work-Employee-Name)
ELSE
    DISPLAY 'NOTICE: ', WS-Work-Employee-ID, ' is not on the employee master - the hold still protects any records under that ID.'
END-IF.
MOVE SPACES TO WS-Work-Reason.
PERFORM UNTIL WS-Work-Reason NOT = SPACES
    DISPLAY 'Enter the hold reason (matter or case reference, up to 40 characters):'
    ACCEPT WS-Work-Reason
END-PERFORM.
MOVE SPACES TO WS-Work-Requester.
PERFORM UNTIL WS-Work-Requester NOT = SPACES
    DISPLAY 'Enter who in legal requested the hold (up to 20 characters):'
    ACCEPT WS-Work-Requester
END-PERFORM.
DISPLAY 'Enter the hold start date (YYYYMMDD, blank for today):'.
PERFORM ACCEPT-DATE-SECT.
MOVE 0 TO WS-Next-Hold-No.
PERFORM VARYING WS-Hold-Idx FROM 1 BY 1 UNTIL WS-Hold-Idx > WS-Hold-Count
    MOVE WS-Lgh-Row(WS-Hold-Idx) TO Legal-Hold-Record
    IF (Lgh-Employee-ID = WS-Work-Employee-ID) AND (Lgh-Hold-No > WS-Next-Hold-No) THEN
        MOVE Lgh-Hold-No TO WS-Next-Hold-No
    END-IF
END-PERFORM.
ADD 1 TO WS-Next-Hold-No.
MOVE WS-Work-Employee-ID TO Lgh-Employee-ID.
MOVE WS-Next-Hold-No TO Lgh-Hold-No.
MOVE WS-Work-Reason TO Lgh-Reason.
MOVE WS-Work-Requester TO Lgh-Requester.
MOVE WS-Work-Date TO Lgh-Start-Date.
MOVE 0 TO Lgh-Release-Date.
MOVE WS-Operator TO Lgh-Entered-By.
MOVE SPACES TO Lgh-Released-By.
OPEN EXTEND Legal-Hold-File.
IF WS-Legal-Hold-Status = "35" THEN
    OPEN OUTPUT Legal-Hold-File
END-IF.
IF WS-Legal-Hold-Status NOT = "00" THEN
    DISPLAY 'LEGALHOLD: could not write WTM-LEGAL-HOLDS.DAT, file status ', WS-Legal-Hold-Status, ' - hold NOT placed.'
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
WRITE Legal-Hold-Record.
SET Rjn-After-Image TO TRUE.
MOVE 'WTM-LEGAL-HOLDS.DAT' TO WS-Rjn-File-Name.
MOVE Legal-Hold-Record TO WS-Rjn-Record.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
CLOSE Legal-Hold-File.
DISPLAY 'Hold ', WS-Next-Hold-No, ' placed on employee ', WS-Work-Employee-ID, ' from ', WS-Work-Date, '.'.

RELEASE-HOLD-SECT.
DISPLAY 'Enter the employee ID whose hold legal has released:'.
PERFORM ACCEPT-NUMERIC-SECT.
MOVE WS-Accept-Target TO WS-Work-Employee-ID.
MOVE 0 TO WS-Holds-Found.
MOVE 0 TO WS-Hold-Slot.
PERFORM VARYING WS-Hold-Idx FROM 1 BY 1 UNTIL WS-Hold-Idx > WS-Hold-Count
    MOVE WS-Lgh-Row(WS-Hold-Idx) TO Legal-Hold-Record
    IF (Lgh-Employee-ID = WS-Work-Employee-ID) AND (Lgh-Release-Date = 0) THEN
        ADD 1 TO WS-Holds-Found
        MOVE WS-Hold-Idx TO WS-Hold-Slot
        DISPLAY '  hold ', Lgh-Hold-No, '  from ', Lgh-Start-Date, '  ', Lgh-Reason, '  requested by ', Lgh-Requester
    END-IF
END-PERFORM.
IF WS-Holds-Found = 0 THEN
    DISPLAY 'No unreleased hold for employee ', WS-Work-Employee-ID, ' - nothing to release.'
    MOVE 4 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
IF WS-Holds-Found > 1 THEN
    DISPLAY 'Enter the number of the hold to release:'
    PERFORM ACCEPT-NUMERIC-SECT
    MOVE WS-Accept-Target TO WS-Work-Hold-No
    MOVE 0 TO WS-Hold-Slot
    PERFORM VARYING WS-Hold-Idx FROM 1 BY 1 UNTIL WS-Hold-Idx > WS-Hold-Count
        MOVE WS-Lgh-Row(WS-Hold-Idx) TO Legal-Hold-Record
        IF (Lgh-Employee-ID = WS-Work-Employee-ID) AND (Lgh-Hold-No = WS-Work-Hold-No)
                AND (Lgh-Release-Date = 0) THEN
            MOVE WS-Hold-Idx TO WS-Hold-Slot
        END-IF
    END-PERFORM
    IF WS-Hold-Slot = 0 THEN
        DISPLAY 'LEGALHOLD: no unreleased hold ', WS-Work-Hold-No, ' for that employee - nothing changed.'
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
END-IF.
MOVE WS-Lgh-Row(WS-Hold-Slot) TO Legal-Hold-Record.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    DISPLAY 'Enter the release date (YYYYMMDD, blank for today):'
    PERFORM ACCEPT-DATE-SECT
    IF WS-Work-Date < Lgh-Start-Date THEN
        DISPLAY 'INPUT ERROR: the release date cannot be before the hold started on ', Lgh-Start-Date, '.'
        MOVE "N" TO WS-Input-Valid
    END-IF
END-PERFORM.
MOVE WS-Work-Date TO Lgh-Release-Date.
MOVE WS-Operator TO Lgh-Released-By.
MOVE Legal-Hold-Record TO WS-Lgh-Row(WS-Hold-Slot).
PERFORM REWRITE-REGISTER-SECT.
IF RETURN-CODE < 12 THEN
    DISPLAY 'Hold ', Lgh-Hold-No, ' on employee ', Lgh-Employee-ID, ' released as of ', Lgh-Release-Date, '.'
END-IF.

LIST-HOLDS-SECT.
IF WS-Hold-Count = 0 THEN
    DISPLAY 'The legal-hold register is empty.'
    EXIT PARAGRAPH
END-IF.
DISPLAY 'EMPL-ID HOLD STATE      START    RELEASE  REASON                                   REQUESTED BY'.
PERFORM VARYING WS-Hold-Idx FROM 1 BY 1 UNTIL WS-Hold-Idx > WS-Hold-Count
    MOVE WS-Lgh-Row(WS-Hold-Idx) TO Legal-Hold-Record
    PERFORM SET-HOLD-STATE-SECT
    DISPLAY Lgh-Employee-ID, '  ', Lgh-Hold-No, ' ', WS-Hold-State, ' ', Lgh-Start-Date, ' ',
        Lgh-Release-Date, ' ', Lgh-Reason, ' ', Lgh-Requester
END-PERFORM.

PROTECTED-REPORT-SECT.
MOVE 0 TO WS-Prot-Count-Used.
PERFORM VARYING WS-Hold-Idx FROM 1 BY 1 UNTIL WS-Hold-Idx > WS-Hold-Count
    MOVE WS-Lgh-Row(WS-Hold-Idx) TO Legal-Hold-Record
    PERFORM SET-HOLD-STATE-SECT
    IF WS-Hold-State = 'IN FORCE' THEN
        MOVE 0 TO WS-Prot-Slot
        PERFORM VARYING WS-Prot-Idx FROM 1 BY 1 UNTIL WS-Prot-Idx > WS-Prot-Count-Used
            IF WS-Prot-ID(WS-Prot-Idx) = Lgh-Employee-ID THEN
                MOVE WS-Prot-Idx TO WS-Prot-Slot
            END-IF
        END-PERFORM
        IF (WS-Prot-Slot = 0) AND (WS-Prot-Count-Used < 200) THEN
            ADD 1 TO WS-Prot-Count-Used
            MOVE Lgh-Employee-ID TO WS-Prot-ID(WS-Prot-Count-Used)
            PERFORM VARYING WS-File-Idx FROM 1 BY 1 UNTIL WS-File-Idx > 27
                MOVE 0 TO WS-Prot-Count(WS-Prot-Count-Used, WS-File-Idx)
            END-PERFORM
            MOVE 0 TO WS-Prot-Total(WS-Prot-Count-Used)
            MOVE "N" TO WS-Prot-Listed(WS-Prot-Count-Used)
        END-IF
    END-IF
END-PERFORM.
PERFORM VARYING WS-File-Idx FROM 1 BY 1 UNTIL WS-File-Idx > 27
    PERFORM COUNT-ONE-FILE-SECT
END-PERFORM.
MOVE SPACES TO WS-Hold-Report-Name.
STRING 'WTM-LEGAL-HOLD-REPORT-' DELIMITED BY SIZE
    WS-Today DELIMITED BY SIZE
    '.TXT' DELIMITED BY SIZE
    INTO WS-Hold-Report-Name.
OPEN OUTPUT Hold-Report-File.
IF WS-Hold-Report-Status NOT = "00" THEN
    DISPLAY 'LEGALHOLD: could not create ', FUNCTION TRIM(WS-Hold-Report-Name), ', file status ', WS-Hold-Report-Status
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
MOVE SPACES TO Hold-Report-Line.
STRING 'WTM LEGAL HOLDS IN FORCE AND THE RECORDS THEY PROTECT - ' DELIMITED BY SIZE
    WS-Today DELIMITED BY SIZE
    INTO Hold-Report-Line.
WRITE Hold-Report-Line.
MOVE SPACES TO Hold-Report-Line.
WRITE Hold-Report-Line.
MOVE 0 TO WS-Rows-Protected.
PERFORM VARYING WS-Hold-Idx FROM 1 BY 1 UNTIL WS-Hold-Idx > WS-Hold-Count
    MOVE WS-Lgh-Row(WS-Hold-Idx) TO Legal-Hold-Record
    PERFORM SET-HOLD-STATE-SECT
    IF WS-Hold-State = 'IN FORCE' THEN
        PERFORM REPORT-ONE-HOLD-SECT
    END-IF
END-PERFORM.
MOVE SPACES TO Hold-Report-Line.
MOVE WS-Rows-Protected TO WS-Count-Disp.
STRING WS-Prot-Count-Used DELIMITED BY SIZE
    ' employee(s) under hold; ' DELIMITED BY SIZE
    FUNCTION TRIM(WS-Count-Disp) DELIMITED BY SIZE
    ' record(s) protected.' DELIMITED BY SIZE
    INTO Hold-Report-Line.
WRITE Hold-Report-Line.
CLOSE Hold-Report-File.
DISPLAY FUNCTION TRIM(Hold-Report-Line).
DISPLAY 'Protected-records report written to ', FUNCTION TRIM(WS-Hold-Report-Name), '.'.
MOVE 'LEGALHLD' TO Gen-Family.
MOVE WS-Hold-Report-Name TO Gen-File-Name.
MOVE WS-Today TO Gen-Date.
MOVE WS-Prot-Count-Used TO Gen-Record-Count.
PERFORM WRITE-CATALOG-ENTRY-SECT.

COUNT-ONE-FILE-SECT.
MOVE WS-Flat-File-Name(WS-File-Idx) TO WS-Scan-File-Name.
OPEN INPUT Scan-In-File.
IF WS-Scan-In-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Scan-In-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            PERFORM VARYING WS-Prot-Idx FROM 1 BY 1 UNTIL WS-Prot-Idx > WS-Prot-Count-Used
                IF Scan-In-Record(1:6) = WS-Prot-ID-X(WS-Prot-Idx) THEN
                    ADD 1 TO WS-Prot-Count(WS-Prot-Idx, WS-File-Idx)
                    ADD 1 TO WS-Prot-Total(WS-Prot-Idx)
                END-IF
            END-PERFORM
    END-READ
END-PERFORM.
CLOSE Scan-In-File.

REPORT-ONE-HOLD-SECT.
MOVE Lgh-Employee-ID TO WS-Work-Employee-ID.
PERFORM FIND-EMPLOYEE-SECT.
MOVE WS-Lgh-Row(WS-Hold-Idx) TO Legal-Hold-Record.
MOVE SPACES TO Hold-Report-Line.
STRING 'Employee ' DELIMITED BY SIZE
    Lgh-Employee-ID DELIMITED BY SIZE
    ' ' DELIMITED BY SIZE
    WS-Work-Employee-Name DELIMITED BY SIZE
    ' hold ' DELIMITED BY SIZE
    Lgh-Hold-No DELIMITED BY SIZE
    ' from ' DELIMITED BY SIZE
    Lgh-Start-Date DELIMITED BY SIZE
    ' requested by ' DELIMITED BY SIZE
    Lgh-Requester DELIMITED BY SIZE
    INTO Hold-Report-Line.
WRITE Hold-Report-Line.
MOVE SPACES TO Hold-Report-Line.
STRING '  Reason: ' DELIMITED BY SIZE
    Lgh-Reason DELIMITED BY SIZE
    '  entered by ' DELIMITED BY SIZE
    Lgh-Entered-By DELIMITED BY SIZE
    INTO Hold-Report-Line.
WRITE Hold-Report-Line.
*> An employee under more than one hold has the records listed once,
*> under the first.
MOVE 0 TO WS-Prot-Slot.
PERFORM VARYING WS-Prot-Idx FROM 1 BY 1 UNTIL WS-Prot-Idx > WS-Prot-Count-Used
    IF WS-Prot-ID(WS-Prot-Idx) = Lgh-Employee-ID THEN
        MOVE WS-Prot-Idx TO WS-Prot-Slot
    END-IF
END-PERFORM.
IF WS-Prot-Slot = 0 THEN
    MOVE '  (records not counted - more than 200 employees under hold)' TO Hold-Report-Line
    WRITE Hold-Report-Line
    EXIT PARAGRAPH
END-IF.
IF WS-Prot-Listed(WS-Prot-Slot) = "Y" THEN
    MOVE '  records listed under the first hold above' TO Hold-Report-Line
    WRITE Hold-Report-Line
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING WS-File-Idx FROM 1 BY 1 UNTIL WS-File-Idx > 27
    IF WS-Prot-Count(WS-Prot-Slot, WS-File-Idx) > 0 THEN
        MOVE WS-Prot-Count(WS-Prot-Slot, WS-File-Idx) TO WS-Count-Disp
        MOVE SPACES TO Hold-Report-Line
        STRING '    ' DELIMITED BY SIZE
            WS-Flat-File-Name(WS-File-Idx) DELIMITED BY SIZE
            WS-Count-Disp DELIMITED BY SIZE
            ' record(s)' DELIMITED BY SIZE
            INTO Hold-Report-Line
        WRITE Hold-Report-Line
    END-IF
END-PERFORM.
MOVE WS-Prot-Total(WS-Prot-Slot) TO WS-Count-Disp.
MOVE SPACES TO Hold-Report-Line.
STRING '    Total protected                         ' DELIMITED BY SIZE
    WS-Count-Disp DELIMITED BY SIZE
    ' record(s)' DELIMITED BY SIZE
    INTO Hold-Report-Line.
WRITE Hold-Report-Line.
MOVE SPACES TO Hold-Report-Line.
WRITE Hold-Report-Line.
ADD WS-Prot-Total(WS-Prot-Slot) TO WS-Rows-Protected.
MOVE "Y" TO WS-Prot-Listed(WS-Prot-Slot).

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

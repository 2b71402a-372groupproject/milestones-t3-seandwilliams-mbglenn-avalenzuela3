*> Savings transfer ACH file build. For an entered period it takes
*> the latest WTM-SAVINGS-SPLIT.DAT row per employee (what the saved
*> budget run queued), checks the employee still has an opted-in
*> instruction on WTM-BANK-ACCOUNTS.DAT, and writes one PPD credit
*> entry per household to a standard 94-character ACH file,
*> WTM-ACH-<period>-<modifier>.DAT: file header, one batch header,
*> the entries (transaction code 32 to a savings account, 22 to a
*> checking account), the batch control and file control records
*> with their entry counts, entry hash, and debit/credit totals, and
*> 9-filled records to complete the last block of ten. The
*> originating company, ODFI, and immediate destination come from
*> WTM-ACH-ORIGIN.DAT.
*> Every entry released is appended to WTM-ACH-REGISTER.DAT once the
*> file is closed, and an employee already on the register for the
*> period is skipped - a rerun never sends the same period twice; it
*> only picks up households queued since. Each rerun file takes the
*> next file ID modifier (A, B, ...). An employee whose latest
*> WTM-PAYROLL-SAVINGS.DAT election is active has savings withheld
*> from pay instead (WTM-PAYDEDOUT), so gets no transfer here.
*> Outcomes go to the console and
*> WTM-ACH-REPORT.TXT, and the file is cataloged under ACHFILE.
*> Supervisor-gated: this moves money.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-ACHBUILD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACH-Origin-File ASSIGN TO "WTM-ACH-ORIGIN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACH-Origin-Status.
    SELECT Savings-Split-File ASSIGN TO "WTM-SAVINGS-SPLIT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Savings-Split-Status.
    SELECT Bank-Account-File ASSIGN TO "WTM-BANK-ACCOUNTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Bank-Account-Status.
    SELECT Payroll-Savings-File ASSIGN TO "WTM-PAYROLL-SAVINGS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Payroll-Savings-Status.
    SELECT ACH-Register-File ASSIGN TO "WTM-ACH-REGISTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACH-Register-Status.
    SELECT ACH-Out-File ASSIGN TO WS-ACH-File-Name
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-ACH-Out-Status.
    SELECT ACH-Report-File ASSIGN TO "WTM-ACH-REPORT.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACH-Report-Status.
    SELECT Report-Catalog-File ASSIGN TO "WTM-REPORT-CATALOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Report-Catalog-Status.

DATA DIVISION.
FILE SECTION.
FD  ACH-Origin-File.
01 ACH-Origin-Record.
    05 Aorg-Dest-Routing  PIC 9(9).
    05 Aorg-Dest-Name     PIC X(23).
    05 Aorg-Origin-ID     PIC X(10).
    05 Aorg-Origin-Name   PIC X(23).
    05 Aorg-Company-Name  PIC X(16).
    05 Aorg-Company-ID    PIC X(10).
    05 Aorg-ODFI-ID       PIC 9(8).

FD  Savings-Split-File.
    COPY "WTM-SAVINGS-SPLIT-REC.cpy".

FD  Bank-Account-File.
    COPY "WTM-BANK-ACCOUNT-REC.cpy".

FD  Payroll-Savings-File.
    COPY "WTM-PAYROLL-SAVINGS-REC.cpy".

FD  ACH-Register-File.
    COPY "WTM-ACH-REGISTER-REC.cpy".

*> Fixed 96-byte records: the 94-character ACH record and a CR/LF
*> pair, so every record - trailing blanks included - reaches the
*> bank at full width.
FD  ACH-Out-File.
01 ACH-Line.
    05 ACH-Data PIC X(94).
    05 ACH-EOL  PIC X(2).

FD  ACH-Report-File.
01 ACH-Report-Line PIC X(120).

FD  Report-Catalog-File.
    COPY "WTM-REPORT-CATALOG-REC.cpy".

WORKING-STORAGE SECTION.
01 WS-ACH-Origin-Status PIC XX.
01 WS-Savings-Split-Status PIC XX.
01 WS-Bank-Account-Status PIC XX.
01 WS-Payroll-Savings-Status PIC XX.
01 WS-ACH-Register-Status PIC XX.
01 WS-ACH-Out-Status PIC XX.
01 WS-ACH-Report-Status PIC XX.
01 WS-Report-Catalog-Status PIC XX.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-ACH-File-Name PIC X(40).
01 WS-Report-Period PIC 9(6).
01 WS-Origin-Loaded-Flag PIC X VALUE "N".
    88 Origin-Loaded VALUE "Y" FALSE "N".
01 WS-Org-Dest-Routing PIC 9(9).
01 WS-Org-Dest-Name PIC X(23).
01 WS-Org-Origin-ID PIC X(10).
01 WS-Org-Origin-Name PIC X(23).
01 WS-Org-Company-Name PIC X(16).
01 WS-Org-Company-ID PIC X(10).
01 WS-Org-ODFI-ID PIC 9(8).
*> The period's queued transfers, latest split row per employee, with
*> the employee's current instruction and what became of the entry.
01 WS-Transfer-Table.
    05 WS-Tr-Entry OCCURS 500 TIMES.
       10 WS-Tr-ID           PIC 9(6).
       10 WS-Tr-Amount       PIC S9(7)V99.
       10 WS-Tr-Bank-Found   PIC X.
       10 WS-Tr-Routing      PIC 9(9).
       10 WS-Tr-Account-No   PIC X(17).
       10 WS-Tr-Account-Type PIC X.
       10 WS-Tr-Opt-In       PIC X.
       10 WS-Tr-Holder-Name  PIC X(22).
       10 WS-Tr-Payroll      PIC X.
       10 WS-Tr-Trace-No     PIC 9(15).
       10 WS-Tr-Outcome      PIC X(8).
01 WS-Transfer-Count PIC 9(3) VALUE 0.
01 WS-Tr-Idx PIC 9(3).
01 WS-Tr-Slot PIC 9(3).
*> Employees already sent for the period, from the register.
01 WS-Sent-Table.
    05 WS-Sent-ID PIC 9(6) OCCURS 500 TIMES.
01 WS-Sent-Count PIC 9(3) VALUE 0.
01 WS-Sent-Idx PIC 9(3).
01 WS-Already-Sent-Flag PIC X VALUE "N".
    88 Already-Sent VALUE "Y" FALSE "N".
01 WS-Register-Rows PIC 9(7) VALUE 0.
01 WS-Entry-Count PIC 9(6) VALUE 0.
01 WS-Skipped-Count PIC 9(6) VALUE 0.
01 WS-Entry-Hash-Sum PIC 9(12) VALUE 0.
01 WS-Credit-Sum PIC 9(10)V99 VALUE 0.
01 WS-Record-Count PIC 9(7) VALUE 0.
01 WS-Block-Count PIC 9(6) VALUE 0.
01 WS-Pad-Count PIC 9(2) VALUE 0.
01 WS-Trace-Seq PIC 9(7) VALUE 0.
01 WS-Modifier-Letters PIC X(26) VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
01 WS-Modifier-Idx PIC 9(2).
01 WS-File-Modifier PIC X.
01 WS-Now PIC X(16).
01 WS-Today PIC 9(8).
01 WS-Today-Int PIC 9(7).
01 WS-Effective-Int PIC 9(7).
01 WS-Effective-Date PIC 9(8).
01 WS-Weekday PIC 9.
*> ACH record images, each exactly 94 characters.
01 WS-ACH-File-Header.
    05 FILLER              PIC X(3) VALUE '101'.
    05 FILLER              PIC X VALUE SPACE.
    05 WS-Fh-Dest-Routing  PIC 9(9).
    05 WS-Fh-Origin-ID     PIC X(10).
    05 WS-Fh-Create-Date   PIC X(6).
    05 WS-Fh-Create-Time   PIC X(4).
    05 WS-Fh-Modifier      PIC X.
    05 FILLER              PIC X(6) VALUE '094101'.
    05 WS-Fh-Dest-Name     PIC X(23).
    05 WS-Fh-Origin-Name   PIC X(23).
    05 FILLER              PIC X(8) VALUE SPACES.
01 WS-ACH-Batch-Header.
    05 FILLER              PIC X(4) VALUE '5220'.
    05 WS-Bh-Company-Name  PIC X(16).
    05 FILLER              PIC X(20) VALUE SPACES.
    05 WS-Bh-Company-ID    PIC X(10).
    05 FILLER              PIC X(3) VALUE 'PPD'.
    05 FILLER              PIC X(10) VALUE 'SAVINGS'.
    05 WS-Bh-Period        PIC 9(6).
    05 WS-Bh-Effective     PIC X(6).
    05 FILLER              PIC X(4) VALUE '   1'.
    05 WS-Bh-ODFI-ID       PIC 9(8).
    05 WS-Bh-Batch-No      PIC 9(7) VALUE 1.
01 WS-ACH-Entry-Detail.
    05 FILLER              PIC X VALUE '6'.
    05 WS-Ed-Trans-Code    PIC X(2).
    05 WS-Ed-Routing       PIC 9(9).
    05 WS-Ed-Routing-Parts REDEFINES WS-Ed-Routing.
       10 WS-Ed-RDFI-ID    PIC 9(8).
       10 WS-Ed-Check      PIC 9.
    05 WS-Ed-Account-No    PIC X(17).
    05 WS-Ed-Amount        PIC 9(8)V99.
    05 WS-Ed-Individual-ID PIC X(15).
    05 WS-Ed-Name          PIC X(22).
    05 FILLER              PIC X(3) VALUE '  0'.
    05 WS-Ed-Trace-No      PIC 9(15).
01 WS-ACH-Batch-Control.
    05 FILLER              PIC X(4) VALUE '8220'.
    05 WS-Bc-Entry-Count   PIC 9(6).
    05 WS-Bc-Entry-Hash    PIC 9(10).
    05 WS-Bc-Debit-Total   PIC 9(10)V99.
    05 WS-Bc-Credit-Total  PIC 9(10)V99.
    05 WS-Bc-Company-ID    PIC X(10).
    05 FILLER              PIC X(25) VALUE SPACES.
    05 WS-Bc-ODFI-ID       PIC 9(8).
    05 WS-Bc-Batch-No      PIC 9(7) VALUE 1.
01 WS-ACH-File-Control.
    05 FILLER              PIC X VALUE '9'.
    05 WS-Fc-Batch-Count   PIC 9(6) VALUE 1.
    05 WS-Fc-Block-Count   PIC 9(6).
    05 WS-Fc-Entry-Count   PIC 9(8).
    05 WS-Fc-Entry-Hash    PIC 9(10).
    05 WS-Fc-Debit-Total   PIC 9(10)V99.
    05 WS-Fc-Credit-Total  PIC 9(10)V99.
    05 FILLER              PIC X(39) VALUE SPACES.
01 WS-Trace-Build.
    05 WS-Trace-ODFI       PIC 9(8).
    05 WS-Trace-Number     PIC 9(7).
01 WS-Trace-Value REDEFINES WS-Trace-Build PIC 9(15).
01 WS-Amount-Disp PIC Z,ZZZ,ZZ9.99.
01 WS-Total-Disp PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-Numeric-Input PIC X(8).
01 WS-Test-Numval PIC S9(6).
01 WS-Period-Month PIC 9(2).
01 WS-Input-Valid PIC X VALUE "N".
    88 Input-Valid VALUE "Y".
01 WS-Gate-Function PIC X(20).
01 WS-Gate-Role PIC X.
01 WS-Gate-Result PIC X.
    88 Gate-Granted VALUE "G" FALSE "D".
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-JOURNAL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '----------------------------- WTM SAVINGS TRANSFER ACH FILE ---------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
*> Protected function: the file it builds moves money, so it requires
*> the supervisor role whether launched from the console or the
*> command line. Denials are logged by the gate.
MOVE 'WTM-ACHBUILD' TO WS-Gate-Function.
MOVE "S" TO WS-Gate-Role.
CALL 'WTM-ROLE-GATE' USING WS-Gate-Function, WS-Gate-Role, WS-Gate-Result.
IF NOT Gate-Granted THEN
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM LOAD-ORIGIN-SECT.
IF NOT Origin-Loaded THEN
    DISPLAY 'ACHBUILD: WTM-ACH-ORIGIN.DAT is missing or invalid - no file can be addressed without it.'
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
DISPLAY 'Enter the period to transfer (YYYYMM):'.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    ACCEPT WS-Numeric-Input
    MOVE FUNCTION TEST-NUMVAL(WS-Numeric-Input) TO WS-Test-Numval
    IF WS-Test-Numval NOT = 0 THEN
        DISPLAY 'INPUT ERROR: that is not a valid number. Please re-enter.'
    ELSE
        COMPUTE WS-Report-Period = FUNCTION NUMVAL(WS-Numeric-Input)
        COMPUTE WS-Period-Month = FUNCTION MOD(WS-Report-Period, 100)
        IF (WS-Report-Period < 190001) OR (WS-Period-Month < 1) OR (WS-Period-Month > 12) THEN
            DISPLAY 'INPUT ERROR: enter the period as YYYYMM. Please re-enter.'
        ELSE
            MOVE "Y" TO WS-Input-Valid
        END-IF
    END-IF
END-PERFORM.
MOVE FUNCTION CURRENT-DATE TO WS-Now.
MOVE WS-Now(1:8) TO WS-Today.
PERFORM LOAD-REGISTER-SECT.
PERFORM LOAD-TRANSFERS-SECT.
IF WS-Transfer-Count = 0 THEN
    DISPLAY 'No savings transfers queued for period ', WS-Report-Period, ' - nothing to send.'
    GOBACK
END-IF.
PERFORM LOAD-INSTRUCTIONS-SECT.
PERFORM LOAD-PAYROLL-ELECTIONS-SECT.
PERFORM SELECT-ENTRIES-SECT.
IF WS-Entry-Count = 0 THEN
    DISPLAY 'Nothing left to send for period ', WS-Report-Period, ' - every queued transfer is already sent or skipped.'
    PERFORM WRITE-REPORT-SECT
    GOBACK
END-IF.
PERFORM CHOOSE-FILE-NAME-SECT.
IF WS-ACH-File-Name = SPACES THEN
    DISPLAY 'ACHBUILD: every file ID modifier A-Z is already used for period ', WS-Report-Period, '.'
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM WRITE-ACH-FILE-SECT.
IF RETURN-CODE = 12 THEN
    GOBACK
END-IF.
PERFORM WRITE-REGISTER-SECT.
PERFORM CATALOG-FILE-SECT.
PERFORM WRITE-REPORT-SECT.
GOBACK.

LOAD-ORIGIN-SECT.
MOVE "N" TO WS-Origin-Loaded-Flag.
OPEN INPUT ACH-Origin-File.
IF WS-ACH-Origin-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
READ ACH-Origin-File
    AT END CONTINUE
    NOT AT END
        IF (Aorg-Dest-Routing IS NUMERIC) AND (Aorg-ODFI-ID IS NUMERIC)
            AND (Aorg-Company-ID NOT = SPACES) THEN
            SET Origin-Loaded TO TRUE
            MOVE Aorg-Dest-Routing TO WS-Org-Dest-Routing
            MOVE Aorg-Dest-Name TO WS-Org-Dest-Name
            MOVE Aorg-Origin-ID TO WS-Org-Origin-ID
            MOVE Aorg-Origin-Name TO WS-Org-Origin-Name
            MOVE Aorg-Company-Name TO WS-Org-Company-Name
            MOVE Aorg-Company-ID TO WS-Org-Company-ID
            MOVE Aorg-ODFI-ID TO WS-Org-ODFI-ID
        END-IF
END-READ.
CLOSE ACH-Origin-File.

LOAD-REGISTER-SECT.
*> Every register row counts toward the trace sequence, so trace
*> numbers never repeat across files; the period's rows are the
*> employees that must not be sent again.
MOVE 0 TO WS-Register-Rows.
MOVE 0 TO WS-Sent-Count.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT ACH-Register-File.
IF WS-ACH-Register-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ ACH-Register-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-Register-Rows
            IF (Areg-Period = WS-Report-Period) AND (WS-Sent-Count < 500) THEN
                ADD 1 TO WS-Sent-Count
                MOVE Areg-Employee-ID TO WS-Sent-ID(WS-Sent-Count)
            END-IF
    END-READ
END-PERFORM.
CLOSE ACH-Register-File.

LOAD-TRANSFERS-SECT.
*> Latest split row per employee for the period wins - a re-run of a
*> budget replaces the amount it queued.
MOVE 0 TO WS-Transfer-Count.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Savings-Split-File.
IF WS-Savings-Split-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Savings-Split-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Split-Period = WS-Report-Period THEN
                MOVE 0 TO WS-Tr-Slot
                PERFORM VARYING WS-Tr-Idx FROM 1 BY 1 UNTIL WS-Tr-Idx > WS-Transfer-Count
                    IF WS-Tr-ID(WS-Tr-Idx) = Split-Employee-ID THEN
                        MOVE WS-Tr-Idx TO WS-Tr-Slot
                    END-IF
                END-PERFORM
                IF WS-Tr-Slot = 0 AND WS-Transfer-Count < 500 THEN
                    ADD 1 TO WS-Transfer-Count
                    MOVE WS-Transfer-Count TO WS-Tr-Slot
                    MOVE Split-Employee-ID TO WS-Tr-ID(WS-Tr-Slot)
                    MOVE "N" TO WS-Tr-Bank-Found(WS-Tr-Slot)
                    MOVE "N" TO WS-Tr-Payroll(WS-Tr-Slot)
                    MOVE SPACES TO WS-Tr-Outcome(WS-Tr-Slot)
                    MOVE 0 TO WS-Tr-Trace-No(WS-Tr-Slot)
                END-IF
                IF WS-Tr-Slot > 0 THEN
                    MOVE Split-Period-Amount TO WS-Tr-Amount(WS-Tr-Slot)
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Savings-Split-File.

LOAD-INSTRUCTIONS-SECT.
*> The latest bank row per queued employee is the account sent to -
*> and an opt-out since the run was queued stops the transfer.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Bank-Account-File.
IF WS-Bank-Account-Status NOT = "00" THEN
    DISPLAY 'WARNING: could not open WTM-BANK-ACCOUNTS.DAT, file status ', WS-Bank-Account-Status
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Bank-Account-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            PERFORM VARYING WS-Tr-Idx FROM 1 BY 1 UNTIL WS-Tr-Idx > WS-Transfer-Count
                IF WS-Tr-ID(WS-Tr-Idx) = Bank-Employee-ID THEN
                    MOVE "Y" TO WS-Tr-Bank-Found(WS-Tr-Idx)
                    MOVE Bank-Routing TO WS-Tr-Routing(WS-Tr-Idx)
                    MOVE Bank-Account-No TO WS-Tr-Account-No(WS-Tr-Idx)
                    MOVE Bank-Account-Type TO WS-Tr-Account-Type(WS-Tr-Idx)
                    MOVE Bank-Opt-In TO WS-Tr-Opt-In(WS-Tr-Idx)
                    MOVE Bank-Holder-Name TO WS-Tr-Holder-Name(WS-Tr-Idx)
                END-IF
            END-PERFORM
    END-READ
END-PERFORM.
CLOSE Bank-Account-File.

LOAD-PAYROLL-ELECTIONS-SECT.
*> The latest election row per queued employee: an active one means
*> the savings comes out of pay, not by transfer.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Payroll-Savings-File.
IF WS-Payroll-Savings-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Payroll-Savings-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            PERFORM VARYING WS-Tr-Idx FROM 1 BY 1 UNTIL WS-Tr-Idx > WS-Transfer-Count
                IF WS-Tr-ID(WS-Tr-Idx) = Psv-Employee-ID THEN
                    IF Psv-Elected THEN
                        MOVE "Y" TO WS-Tr-Payroll(WS-Tr-Idx)
                    ELSE
                        MOVE "N" TO WS-Tr-Payroll(WS-Tr-Idx)
                    END-IF
                END-IF
            END-PERFORM
    END-READ
END-PERFORM.
CLOSE Payroll-Savings-File.

SELECT-ENTRIES-SECT.
MOVE 0 TO WS-Entry-Count.
MOVE 0 TO WS-Skipped-Count.
PERFORM VARYING WS-Tr-Idx FROM 1 BY 1 UNTIL WS-Tr-Idx > WS-Transfer-Count
    MOVE "N" TO WS-Already-Sent-Flag
    PERFORM VARYING WS-Sent-Idx FROM 1 BY 1 UNTIL WS-Sent-Idx > WS-Sent-Count
        IF WS-Sent-ID(WS-Sent-Idx) = WS-Tr-ID(WS-Tr-Idx) THEN
            SET Already-Sent TO TRUE
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN Already-Sent
            MOVE 'ALREADY' TO WS-Tr-Outcome(WS-Tr-Idx)
        WHEN WS-Tr-Amount(WS-Tr-Idx) NOT > 0
            MOVE 'ZERO' TO WS-Tr-Outcome(WS-Tr-Idx)
        WHEN WS-Tr-Payroll(WS-Tr-Idx) = "Y"
            MOVE 'PAYROLL' TO WS-Tr-Outcome(WS-Tr-Idx)
        WHEN WS-Tr-Bank-Found(WS-Tr-Idx) NOT = "Y"
            MOVE 'NOBANK' TO WS-Tr-Outcome(WS-Tr-Idx)
        WHEN WS-Tr-Opt-In(WS-Tr-Idx) NOT = "Y"
            MOVE 'OPTOUT' TO WS-Tr-Outcome(WS-Tr-Idx)
        WHEN OTHER
            MOVE 'SENT' TO WS-Tr-Outcome(WS-Tr-Idx)
            ADD 1 TO WS-Entry-Count
    END-EVALUATE
    IF WS-Tr-Outcome(WS-Tr-Idx) NOT = 'SENT' THEN
        ADD 1 TO WS-Skipped-Count
    END-IF
END-PERFORM.

CHOOSE-FILE-NAME-SECT.
*> The first modifier letter with no file yet for the period.
MOVE SPACES TO WS-ACH-File-Name.
PERFORM VARYING WS-Modifier-Idx FROM 1 BY 1 UNTIL WS-Modifier-Idx > 26
    MOVE WS-Modifier-Letters(WS-Modifier-Idx:1) TO WS-File-Modifier
    MOVE SPACES TO WS-ACH-File-Name
    STRING 'WTM-ACH-' DELIMITED BY SIZE
        WS-Report-Period DELIMITED BY SIZE
        '-' DELIMITED BY SIZE
        WS-File-Modifier DELIMITED BY SIZE
        '.DAT' DELIMITED BY SIZE
        INTO WS-ACH-File-Name
    OPEN INPUT ACH-Out-File
    IF WS-ACH-Out-Status = "35" THEN
        EXIT PERFORM
    END-IF
    IF WS-ACH-Out-Status = "00" THEN
        CLOSE ACH-Out-File
    END-IF
    MOVE SPACES TO WS-ACH-File-Name
END-PERFORM.

NEXT-BUSINESS-DAY-SECT.
*> Effective entry date: the next weekday after today. Day 1 of the
*> integer-date calendar was a Monday, so MOD 7 gives 6 for Saturday
*> and 0 for Sunday.
COMPUTE WS-Today-Int = FUNCTION INTEGER-OF-DATE(WS-Today).
COMPUTE WS-Effective-Int = WS-Today-Int + 1.
COMPUTE WS-Weekday = FUNCTION MOD(WS-Effective-Int, 7).
IF WS-Weekday = 6 THEN
    ADD 2 TO WS-Effective-Int
END-IF.
IF WS-Weekday = 0 THEN
    ADD 1 TO WS-Effective-Int
END-IF.
COMPUTE WS-Effective-Date = FUNCTION DATE-OF-INTEGER(WS-Effective-Int).

WRITE-ACH-FILE-SECT.
OPEN OUTPUT ACH-Out-File.
IF WS-ACH-Out-Status NOT = "00" THEN
    DISPLAY 'ACHBUILD: could not create ', FUNCTION TRIM(WS-ACH-File-Name), ', file status ', WS-ACH-Out-Status
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
PERFORM NEXT-BUSINESS-DAY-SECT.
MOVE 0 TO WS-Record-Count.
MOVE 0 TO WS-Entry-Hash-Sum.
MOVE 0 TO WS-Credit-Sum.
MOVE WS-Register-Rows TO WS-Trace-Seq.
MOVE WS-Org-Dest-Routing TO WS-Fh-Dest-Routing.
MOVE WS-Org-Origin-ID TO WS-Fh-Origin-ID.
MOVE WS-Now(3:6) TO WS-Fh-Create-Date.
MOVE WS-Now(9:4) TO WS-Fh-Create-Time.
MOVE WS-File-Modifier TO WS-Fh-Modifier.
MOVE WS-Org-Dest-Name TO WS-Fh-Dest-Name.
MOVE WS-Org-Origin-Name TO WS-Fh-Origin-Name.
MOVE WS-ACH-File-Header TO ACH-Data.
MOVE X"0D0A" TO ACH-EOL.
WRITE ACH-Line.
ADD 1 TO WS-Record-Count.
MOVE WS-Org-Company-Name TO WS-Bh-Company-Name.
MOVE WS-Org-Company-ID TO WS-Bh-Company-ID.
MOVE WS-Report-Period TO WS-Bh-Period.
MOVE WS-Effective-Date(3:6) TO WS-Bh-Effective.
MOVE WS-Org-ODFI-ID TO WS-Bh-ODFI-ID.
MOVE WS-ACH-Batch-Header TO ACH-Data.
MOVE X"0D0A" TO ACH-EOL.
WRITE ACH-Line.
ADD 1 TO WS-Record-Count.
PERFORM VARYING WS-Tr-Idx FROM 1 BY 1 UNTIL WS-Tr-Idx > WS-Transfer-Count
    IF WS-Tr-Outcome(WS-Tr-Idx) = 'SENT' THEN
        PERFORM WRITE-ENTRY-SECT
    END-IF
END-PERFORM.
MOVE WS-Entry-Count TO WS-Bc-Entry-Count.
MOVE WS-Entry-Hash-Sum TO WS-Bc-Entry-Hash.
MOVE 0 TO WS-Bc-Debit-Total.
MOVE WS-Credit-Sum TO WS-Bc-Credit-Total.
MOVE WS-Org-Company-ID TO WS-Bc-Company-ID.
MOVE WS-Org-ODFI-ID TO WS-Bc-ODFI-ID.
MOVE WS-ACH-Batch-Control TO ACH-Data.
MOVE X"0D0A" TO ACH-EOL.
WRITE ACH-Line.
ADD 1 TO WS-Record-Count.
*> The file control counts itself; blocks are ten records each.
ADD 1 TO WS-Record-Count.
COMPUTE WS-Block-Count = (WS-Record-Count + 9) / 10.
COMPUTE WS-Pad-Count = (WS-Block-Count * 10) - WS-Record-Count.
MOVE WS-Block-Count TO WS-Fc-Block-Count.
MOVE WS-Entry-Count TO WS-Fc-Entry-Count.
MOVE WS-Entry-Hash-Sum TO WS-Fc-Entry-Hash.
MOVE 0 TO WS-Fc-Debit-Total.
MOVE WS-Credit-Sum TO WS-Fc-Credit-Total.
MOVE WS-ACH-File-Control TO ACH-Data.
MOVE X"0D0A" TO ACH-EOL.
WRITE ACH-Line.
MOVE ALL '9' TO ACH-Data.
MOVE X"0D0A" TO ACH-EOL.
PERFORM WS-Pad-Count TIMES
    WRITE ACH-Line
END-PERFORM.
CLOSE ACH-Out-File.
MOVE WS-Credit-Sum TO WS-Total-Disp.
DISPLAY 'ACH file ', FUNCTION TRIM(WS-ACH-File-Name), ': ', WS-Entry-Count, ' credit entr(ies), total $',
    WS-Total-Disp, ', effective ', WS-Effective-Date, ', ', WS-Block-Count, ' block(s).'.

WRITE-ENTRY-SECT.
*> Entry hash: the sum of the eight-digit receiving-bank IDs, of
*> which the control records carry the low ten digits.
ADD 1 TO WS-Trace-Seq.
IF WS-Tr-Account-Type(WS-Tr-Idx) = "C" THEN
    MOVE '22' TO WS-Ed-Trans-Code
ELSE
    MOVE '32' TO WS-Ed-Trans-Code
END-IF.
MOVE WS-Tr-Routing(WS-Tr-Idx) TO WS-Ed-Routing.
MOVE WS-Tr-Account-No(WS-Tr-Idx) TO WS-Ed-Account-No.
MOVE WS-Tr-Amount(WS-Tr-Idx) TO WS-Ed-Amount.
MOVE WS-Tr-ID(WS-Tr-Idx) TO WS-Ed-Individual-ID.
MOVE WS-Tr-Holder-Name(WS-Tr-Idx) TO WS-Ed-Name.
MOVE WS-Org-ODFI-ID TO WS-Trace-ODFI.
MOVE WS-Trace-Seq TO WS-Trace-Number.
MOVE WS-Trace-Value TO WS-Ed-Trace-No.
MOVE WS-Trace-Value TO WS-Tr-Trace-No(WS-Tr-Idx).
MOVE WS-ACH-Entry-Detail TO ACH-Data.
MOVE X"0D0A" TO ACH-EOL.
WRITE ACH-Line.
ADD 1 TO WS-Record-Count.
ADD WS-Ed-RDFI-ID TO WS-Entry-Hash-Sum.
ADD WS-Tr-Amount(WS-Tr-Idx) TO WS-Credit-Sum.

WRITE-REGISTER-SECT.
*> Written only once the file is safely closed: an entry is on the
*> register exactly when it is on a file that went out.
OPEN EXTEND ACH-Register-File.
IF WS-ACH-Register-Status = "35" THEN
    OPEN OUTPUT ACH-Register-File
END-IF.
IF WS-ACH-Register-Status NOT = "00" THEN
    DISPLAY 'ACHBUILD: could not write WTM-ACH-REGISTER.DAT, file status ', WS-ACH-Register-Status
    DISPLAY 'ACHBUILD: hold ', FUNCTION TRIM(WS-ACH-File-Name), ' - its entries are not registered as sent.'
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING WS-Tr-Idx FROM 1 BY 1 UNTIL WS-Tr-Idx > WS-Transfer-Count
    IF WS-Tr-Outcome(WS-Tr-Idx) = 'SENT' THEN
        MOVE WS-Report-Period TO Areg-Period
        MOVE WS-Tr-ID(WS-Tr-Idx) TO Areg-Employee-ID
        MOVE WS-Tr-Amount(WS-Tr-Idx) TO Areg-Amount
        MOVE WS-Tr-Routing(WS-Tr-Idx) TO Areg-Routing
        MOVE WS-Tr-Account-No(WS-Tr-Idx) TO Areg-Account-No
        MOVE WS-Tr-Trace-No(WS-Tr-Idx) TO Areg-Trace-No
        MOVE WS-ACH-File-Name TO Areg-File-Name
        MOVE WS-Today TO Areg-Send-Date
        MOVE WS-Now(9:6) TO Areg-Send-Time
        IF WTM-Operator-ID = SPACES THEN
            MOVE 'UNKNOWN ' TO Areg-Operator-ID
        ELSE
            MOVE WTM-Operator-ID TO Areg-Operator-ID
        END-IF
        WRITE ACH-Register-Record
        SET Rjn-After-Image TO TRUE
        MOVE 'WTM-ACH-REGISTER.DAT' TO WS-Rjn-File-Name
        MOVE ACH-Register-Record TO WS-Rjn-Record
        CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    END-IF
END-PERFORM.
CLOSE ACH-Register-File.

CATALOG-FILE-SECT.
MOVE 'ACHFILE ' TO Gen-Family.
MOVE WS-ACH-File-Name TO Gen-File-Name.
MOVE WS-Today TO Gen-Date.
MOVE WS-Entry-Count TO Gen-Record-Count.
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
END-IF.

WRITE-REPORT-SECT.
OPEN OUTPUT ACH-Report-File.
IF WS-ACH-Report-Status NOT = "00" THEN
    DISPLAY 'ACHBUILD: could not open WTM-ACH-REPORT.TXT, file status ', WS-ACH-Report-Status
    EXIT PARAGRAPH
END-IF.
MOVE SPACES TO ACH-Report-Line.
STRING 'WTM SAVINGS TRANSFERS - period ' DELIMITED BY SIZE
    WS-Report-Period DELIMITED BY SIZE
    ', run ' DELIMITED BY SIZE
    WS-Today DELIMITED BY SIZE
    INTO ACH-Report-Line.
WRITE ACH-Report-Line.
MOVE SPACES TO ACH-Report-Line.
IF WS-Entry-Count > 0 THEN
    STRING 'File ' DELIMITED BY SIZE
        WS-ACH-File-Name DELIMITED BY SPACE
        INTO ACH-Report-Line
ELSE
    MOVE 'No file written.' TO ACH-Report-Line
END-IF.
WRITE ACH-Report-Line.
MOVE 'EMPLOYEE  OUTCOME   AMOUNT        TRACE NUMBER' TO ACH-Report-Line.
WRITE ACH-Report-Line.
DISPLAY ACH-Report-Line.
PERFORM VARYING WS-Tr-Idx FROM 1 BY 1 UNTIL WS-Tr-Idx > WS-Transfer-Count
    MOVE WS-Tr-Amount(WS-Tr-Idx) TO WS-Amount-Disp
    MOVE SPACES TO ACH-Report-Line
    STRING WS-Tr-ID(WS-Tr-Idx) DELIMITED BY SIZE
        '    ' DELIMITED BY SIZE
        WS-Tr-Outcome(WS-Tr-Idx) DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-Amount-Disp DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        INTO ACH-Report-Line
    IF WS-Tr-Outcome(WS-Tr-Idx) = 'SENT' THEN
        MOVE WS-Tr-Trace-No(WS-Tr-Idx) TO ACH-Report-Line(35:15)
    END-IF
    WRITE ACH-Report-Line
    DISPLAY ACH-Report-Line(1:60)
END-PERFORM.
MOVE WS-Credit-Sum TO WS-Total-Disp.
MOVE SPACES TO ACH-Report-Line.
STRING WS-Entry-Count DELIMITED BY SIZE
    ' sent, total $' DELIMITED BY SIZE
    WS-Total-Disp DELIMITED BY SIZE
    '; ' DELIMITED BY SIZE
    WS-Skipped-Count DELIMITED BY SIZE
    ' skipped (ALREADY sent, ZERO amount, PAYROLL deduction, NOBANK/OPTOUT).' DELIMITED BY SIZE
    INTO ACH-Report-Line.
WRITE ACH-Report-Line.
DISPLAY ACH-Report-Line.
CLOSE ACH-Report-File.

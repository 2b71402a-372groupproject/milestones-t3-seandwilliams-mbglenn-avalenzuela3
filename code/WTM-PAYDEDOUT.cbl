*> Payroll savings deduction outbound file. Households that would
*> rather have their savings withheld from pay than moved from
*> checking elect it in WTM-BANKMAINT (mode P); this job tells payroll
*> what to withhold. For an entered period it takes each employee's
*> latest WTM-PAYROLL-SAVINGS.DAT election, the latest saved budget
*> run on or before the period (BUDGET-HISTORY.DAT, superseded runs
*> passed over), and works the per-pay-period amount: the run's
*> yearly Extra (Salary times the Extra percent), all of it or the
*> elected percent, over the election's pay frequency - W 52, B 26,
*> S 24, M 12 pays a year. Each line is flagged against the last file
*> sent, kept on WTM-PAYDED-SENT.DAT:
*>   A add     - nothing standing at payroll, a deduction now due;
*>   C change  - the amount or the pay frequency has moved;
*>   S stop    - a standing deduction that is no longer due (election
*>               stopped, employee inactive, or Extra gone to nothing);
*>   N         - standing and unchanged, sent so the file is complete.
*> A line payroll rejected (WTM-PAYDEDREJ) left payroll as it was, so
*> it is flagged again from that. An elected employee with no saved
*> run is not computed: a standing deduction is carried unchanged,
*> and either way it is listed. The file is
*> WTM-PAYDED-<period>-<modifier>.DAT (header, details, trailer with
*> counts and the amount total), WTM-PAYDED-SENT.DAT is rewritten to
*> it once it is closed, the outcome goes to the console and
*> WTM-PAYDED-REPORT.TXT, and the file is cataloged under PAYDED.
*> Supervisor-gated: this moves money.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-PAYDEDOUT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Employee-Master-File ASSIGN TO "WTM-EMPLOYEE-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Employee-Master-Status.
    SELECT Payroll-Savings-File ASSIGN TO "WTM-PAYROLL-SAVINGS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Payroll-Savings-Status.
    SELECT Budget-History-File ASSIGN TO "BUDGET-HISTORY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Budget-History-Status.
    SELECT Payded-Sent-File ASSIGN TO "WTM-PAYDED-SENT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Payded-Sent-Status.
    SELECT Payded-Out-File ASSIGN TO WS-Payded-File-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Payded-Out-Status.
    SELECT Payded-Report-File ASSIGN TO "WTM-PAYDED-REPORT.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Payded-Report-Status.
    SELECT Report-Catalog-File ASSIGN TO "WTM-REPORT-CATALOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Report-Catalog-Status.

DATA DIVISION.
FILE SECTION.
FD  Employee-Master-File.
    COPY "WTM-EMPLOYEE-MASTER-REC.cpy".

FD  Payroll-Savings-File.
    COPY "WTM-PAYROLL-SAVINGS-REC.cpy".

FD  Budget-History-File.
    COPY "WTM-HISTORY-REC.cpy".

FD  Payded-Sent-File.
    COPY "WTM-PAYDED-SENT-REC.cpy".

FD  Payded-Out-File.
01 Payded-Line PIC X(80).

FD  Payded-Report-File.
01 Payded-Report-Line PIC X(120).

FD  Report-Catalog-File.
    COPY "WTM-REPORT-CATALOG-REC.cpy".

WORKING-STORAGE SECTION.
01 WS-Employee-Master-Status PIC XX.
01 WS-Payroll-Savings-Status PIC XX.
01 WS-Budget-History-Status PIC XX.
01 WS-Payded-Sent-Status PIC XX.
01 WS-Payded-Out-Status PIC XX.
01 WS-Payded-Report-Status PIC XX.
01 WS-Report-Catalog-Status PIC XX.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Payded-File-Name PIC X(40).
01 WS-Report-Period PIC 9(6).
*> One entry per employee with an election or a line on the last
*> file: the election, the run it is worked from, what stands at
*> payroll now, and the line this file carries.
01 WS-Deduction-Table.
    05 WS-Dd-Entry OCCURS 500 TIMES.
       10 WS-Dd-ID            PIC 9(6).
       10 WS-Dd-Name          PIC X(30).
       10 WS-Dd-Active-Empl   PIC X.
       10 WS-Dd-Elected       PIC X.
       10 WS-Dd-Basis         PIC X.
       10 WS-Dd-Percent       PIC 9(3)V99.
       10 WS-Dd-Frequency     PIC X.
       10 WS-Dd-Run-Found     PIC X.
       10 WS-Dd-Run-Period    PIC 9(6).
       10 WS-Dd-Run-Date      PIC 9(8).
       10 WS-Dd-Yearly-Extra  PIC S9(8)V99.
       10 WS-Dd-Standing      PIC X.
       10 WS-Dd-Standing-Amt  PIC 9(7)V99.
       10 WS-Dd-Standing-Freq PIC X.
       10 WS-Dd-Amount        PIC 9(7)V99.
       10 WS-Dd-Action        PIC X.
       10 WS-Dd-Note          PIC X(8).
01 WS-Deduction-Count PIC 9(3) VALUE 0.
01 WS-Dd-Idx PIC 9(3).
01 WS-Dd-Slot PIC 9(3).
01 WS-Dd-ID-Key PIC 9(6).
01 WS-Pays-Per-Year PIC 9(2).
01 WS-Yearly-Deduction PIC S9(8)V99.
01 WS-Line-Count PIC 9(6) VALUE 0.
01 WS-Add-Count PIC 9(6) VALUE 0.
01 WS-Change-Count PIC 9(6) VALUE 0.
01 WS-Stop-Count PIC 9(6) VALUE 0.
01 WS-Same-Count PIC 9(6) VALUE 0.
01 WS-Norun-Count PIC 9(6) VALUE 0.
01 WS-Amount-Sum PIC 9(10)V99 VALUE 0.
01 WS-Modifier-Letters PIC X(26) VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
01 WS-Modifier-Idx PIC 9(2).
01 WS-File-Modifier PIC X.
01 WS-Now PIC X(16).
01 WS-Today PIC 9(8).
*> Outbound record images, each exactly 80 characters.
01 WS-Pd-Header.
    05 FILLER              PIC X VALUE 'H'.
    05 FILLER              PIC X(9) VALUE 'WTMSAVDED'.
    05 WS-Ph-Period        PIC 9(6).
    05 WS-Ph-Create-Date   PIC 9(8).
    05 WS-Ph-Create-Time   PIC 9(6).
    05 WS-Ph-Modifier      PIC X.
    05 FILLER              PIC X(49) VALUE SPACES.
01 WS-Pd-Detail.
    05 FILLER              PIC X VALUE 'D'.
    05 WS-Pl-Employee-ID   PIC 9(6).
    05 WS-Pl-Action        PIC X.
    05 FILLER              PIC X(4) VALUE 'SAVE'.
    05 WS-Pl-Amount        PIC 9(7)V99.
    05 WS-Pl-Frequency     PIC X.
    05 WS-Pl-Prior-Amount  PIC 9(7)V99.
    05 WS-Pl-Period        PIC 9(6).
    05 WS-Pl-Name          PIC X(30).
    05 FILLER              PIC X(13) VALUE SPACES.
01 WS-Pd-Trailer.
    05 FILLER              PIC X VALUE 'T'.
    05 WS-Pt-Line-Count    PIC 9(6).
    05 WS-Pt-Add-Count     PIC 9(6).
    05 WS-Pt-Change-Count  PIC 9(6).
    05 WS-Pt-Stop-Count    PIC 9(6).
    05 WS-Pt-Amount-Total  PIC 9(10)V99.
    05 FILLER              PIC X(43) VALUE SPACES.
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
DISPLAY '------------------------ WTM PAYROLL SAVINGS DEDUCTION FILE --------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
*> Protected function: the file it builds moves money, so it requires
*> the supervisor role whether launched from the console or the
*> command line. Denials are logged by the gate.
MOVE 'WTM-PAYDEDOUT' TO WS-Gate-Function.
MOVE "S" TO WS-Gate-Role.
CALL 'WTM-ROLE-GATE' USING WS-Gate-Function, WS-Gate-Role, WS-Gate-Result.
IF NOT Gate-Granted THEN
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
DISPLAY 'Enter the period to send (YYYYMM):'.
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
PERFORM LOAD-ELECTIONS-SECT.
PERFORM LOAD-LAST-SENT-SECT.
IF WS-Deduction-Count = 0 THEN
    DISPLAY 'No payroll savings elections and nothing standing at payroll - nothing to send.'
    GOBACK
END-IF.
PERFORM LOAD-EMPLOYEES-SECT.
PERFORM FIND-LATEST-RUNS-SECT.
PERFORM DECIDE-LINES-SECT.
IF WS-Line-Count = 0 THEN
    DISPLAY 'Nothing to send for period ', WS-Report-Period, ' - no deduction is due or standing.'
    PERFORM WRITE-REPORT-SECT
    GOBACK
END-IF.
PERFORM CHOOSE-FILE-NAME-SECT.
IF WS-Payded-File-Name = SPACES THEN
    DISPLAY 'PAYDEDOUT: every file ID modifier A-Z is already used for period ', WS-Report-Period, '.'
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM WRITE-PAYDED-FILE-SECT.
IF RETURN-CODE = 12 THEN
    GOBACK
END-IF.
PERFORM REWRITE-LAST-SENT-SECT.
PERFORM CATALOG-FILE-SECT.
PERFORM WRITE-REPORT-SECT.
IF (RETURN-CODE < 4) AND (WS-Norun-Count > 0) THEN
    MOVE 4 TO RETURN-CODE
END-IF.
GOBACK.

FIND-ENTRY-SECT.
*> WS-Dd-Slot is the entry for WS-Dd-ID-Key, added when Employee-ID
*> is new (0 when the table is full).
MOVE 0 TO WS-Dd-Slot.
PERFORM VARYING WS-Dd-Idx FROM 1 BY 1 UNTIL (WS-Dd-Idx > WS-Deduction-Count) OR (WS-Dd-Slot > 0)
    IF WS-Dd-ID(WS-Dd-Idx) = WS-Dd-ID-Key THEN
        MOVE WS-Dd-Idx TO WS-Dd-Slot
    END-IF
END-PERFORM.
IF (WS-Dd-Slot = 0) AND (WS-Deduction-Count < 500) THEN
    ADD 1 TO WS-Deduction-Count
    MOVE WS-Deduction-Count TO WS-Dd-Slot
    INITIALIZE WS-Dd-Entry(WS-Dd-Slot)
    MOVE WS-Dd-ID-Key TO WS-Dd-ID(WS-Dd-Slot)
    MOVE "N" TO WS-Dd-Active-Empl(WS-Dd-Slot)
    MOVE "N" TO WS-Dd-Elected(WS-Dd-Slot)
    MOVE "N" TO WS-Dd-Run-Found(WS-Dd-Slot)
    MOVE "N" TO WS-Dd-Standing(WS-Dd-Slot)
END-IF.

LOAD-ELECTIONS-SECT.
*> The latest row per employee is the standing election.
OPEN INPUT Payroll-Savings-File.
IF WS-Payroll-Savings-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Payroll-Savings-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            MOVE Psv-Employee-ID TO WS-Dd-ID-Key
            PERFORM FIND-ENTRY-SECT
            IF WS-Dd-Slot > 0 THEN
                IF Psv-Elected THEN
                    MOVE "Y" TO WS-Dd-Elected(WS-Dd-Slot)
                ELSE
                    MOVE "N" TO WS-Dd-Elected(WS-Dd-Slot)
                END-IF
                MOVE Psv-Basis TO WS-Dd-Basis(WS-Dd-Slot)
                MOVE Psv-Percent TO WS-Dd-Percent(WS-Dd-Slot)
                MOVE Psv-Pay-Frequency TO WS-Dd-Frequency(WS-Dd-Slot)
            END-IF
    END-READ
END-PERFORM.
CLOSE Payroll-Savings-File.

LOAD-LAST-SENT-SECT.
*> What stands at payroll, line by line from the last file: an
*> accepted line stands as sent (a stop leaves nothing); a rejected
*> line left things as they were before it.
OPEN INPUT Payded-Sent-File.
IF WS-Payded-Sent-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Payded-Sent-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            MOVE Pds-Employee-ID TO WS-Dd-ID-Key
            PERFORM FIND-ENTRY-SECT
            IF WS-Dd-Slot > 0 THEN
                MOVE Pds-Pay-Frequency TO WS-Dd-Standing-Freq(WS-Dd-Slot)
                EVALUATE TRUE
                    WHEN Pds-Rejected AND Pds-Add
                        MOVE "N" TO WS-Dd-Standing(WS-Dd-Slot)
                    WHEN Pds-Rejected AND (Pds-Change OR Pds-Stop)
                        MOVE "Y" TO WS-Dd-Standing(WS-Dd-Slot)
                        MOVE Pds-Prior-Amount TO WS-Dd-Standing-Amt(WS-Dd-Slot)
                    WHEN Pds-Stop
                        MOVE "N" TO WS-Dd-Standing(WS-Dd-Slot)
                    WHEN OTHER
                        MOVE "Y" TO WS-Dd-Standing(WS-Dd-Slot)
                        MOVE Pds-Amount TO WS-Dd-Standing-Amt(WS-Dd-Slot)
                END-EVALUATE
            END-IF
    END-READ
END-PERFORM.
CLOSE Payded-Sent-File.

LOAD-EMPLOYEES-SECT.
OPEN INPUT Employee-Master-File.
IF WS-Employee-Master-Status NOT = "00" THEN
    DISPLAY 'WARNING: could not open WTM-EMPLOYEE-MASTER.DAT, file status ', WS-Employee-Master-Status
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Employee-Master-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            PERFORM VARYING WS-Dd-Idx FROM 1 BY 1 UNTIL WS-Dd-Idx > WS-Deduction-Count
                IF WS-Dd-ID(WS-Dd-Idx) = Empl-ID THEN
                    MOVE Empl-Name TO WS-Dd-Name(WS-Dd-Idx)
                    IF Empl-Active THEN
                        MOVE "Y" TO WS-Dd-Active-Empl(WS-Dd-Idx)
                    END-IF
                END-IF
            END-PERFORM
    END-READ
END-PERFORM.
CLOSE Employee-Master-File.

FIND-LATEST-RUNS-SECT.
*> The latest saved run on or before the period, by period then run
*> date; superseded runs are passed over.
OPEN INPUT Budget-History-File.
IF WS-Budget-History-Status NOT = "00" THEN
    DISPLAY 'WARNING: could not open BUDGET-HISTORY.DAT, file status ', WS-Budget-History-Status
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Budget-History-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (Hist-Superseded-Flag NOT = "S") AND (Hist-Period IS NUMERIC)
                AND (Hist-Period <= WS-Report-Period) THEN
                PERFORM VARYING WS-Dd-Idx FROM 1 BY 1 UNTIL WS-Dd-Idx > WS-Deduction-Count
                    IF WS-Dd-ID(WS-Dd-Idx) = Hist-Employee-ID THEN
                        IF (Hist-Period > WS-Dd-Run-Period(WS-Dd-Idx))
                            OR ((Hist-Period = WS-Dd-Run-Period(WS-Dd-Idx))
                                AND (Hist-Run-Date >= WS-Dd-Run-Date(WS-Dd-Idx))) THEN
                            MOVE "Y" TO WS-Dd-Run-Found(WS-Dd-Idx)
                            MOVE Hist-Period TO WS-Dd-Run-Period(WS-Dd-Idx)
                            MOVE Hist-Run-Date TO WS-Dd-Run-Date(WS-Dd-Idx)
                            COMPUTE WS-Dd-Yearly-Extra(WS-Dd-Idx) ROUNDED =
                                Hist-Salary * (Hist-Extra-Percent / 100)
                        END-IF
                    END-IF
                END-PERFORM
            END-IF
    END-READ
END-PERFORM.
CLOSE Budget-History-File.

DECIDE-LINES-SECT.
PERFORM VARYING WS-Dd-Idx FROM 1 BY 1 UNTIL WS-Dd-Idx > WS-Deduction-Count
    PERFORM DECIDE-ONE-LINE-SECT
END-PERFORM.

DECIDE-ONE-LINE-SECT.
*> The amount now due: nothing unless the election stands for an
*> active employee; an elected employee with no run to work from
*> keeps whatever stands at payroll.
MOVE SPACE TO WS-Dd-Action(WS-Dd-Idx).
MOVE SPACES TO WS-Dd-Note(WS-Dd-Idx).
MOVE 0 TO WS-Dd-Amount(WS-Dd-Idx).
IF (WS-Dd-Elected(WS-Dd-Idx) = "Y") AND (WS-Dd-Active-Empl(WS-Dd-Idx) = "Y")
    AND (WS-Dd-Run-Found(WS-Dd-Idx) NOT = "Y") THEN
    ADD 1 TO WS-Norun-Count
    MOVE 'NORUN' TO WS-Dd-Note(WS-Dd-Idx)
    IF WS-Dd-Standing(WS-Dd-Idx) = "Y" THEN
        MOVE "N" TO WS-Dd-Action(WS-Dd-Idx)
        MOVE WS-Dd-Standing-Amt(WS-Dd-Idx) TO WS-Dd-Amount(WS-Dd-Idx)
        MOVE WS-Dd-Standing-Freq(WS-Dd-Idx) TO WS-Dd-Frequency(WS-Dd-Idx)
        PERFORM COUNT-LINE-SECT
    END-IF
    EXIT PARAGRAPH
END-IF.
IF (WS-Dd-Elected(WS-Dd-Idx) = "Y") AND (WS-Dd-Active-Empl(WS-Dd-Idx) = "Y")
    AND (WS-Dd-Yearly-Extra(WS-Dd-Idx) > 0) THEN
    EVALUATE WS-Dd-Frequency(WS-Dd-Idx)
        WHEN "W" MOVE 52 TO WS-Pays-Per-Year
        WHEN "S" MOVE 24 TO WS-Pays-Per-Year
        WHEN "M" MOVE 12 TO WS-Pays-Per-Year
        WHEN OTHER
            MOVE "B" TO WS-Dd-Frequency(WS-Dd-Idx)
            MOVE 26 TO WS-Pays-Per-Year
    END-EVALUATE
    IF WS-Dd-Basis(WS-Dd-Idx) = "P" THEN
        COMPUTE WS-Yearly-Deduction ROUNDED =
            WS-Dd-Yearly-Extra(WS-Dd-Idx) * (WS-Dd-Percent(WS-Dd-Idx) / 100)
    ELSE
        MOVE WS-Dd-Yearly-Extra(WS-Dd-Idx) TO WS-Yearly-Deduction
    END-IF
    COMPUTE WS-Dd-Amount(WS-Dd-Idx) ROUNDED = WS-Yearly-Deduction / WS-Pays-Per-Year
END-IF.
EVALUATE TRUE
    WHEN (WS-Dd-Standing(WS-Dd-Idx) NOT = "Y") AND (WS-Dd-Amount(WS-Dd-Idx) > 0)
        MOVE "A" TO WS-Dd-Action(WS-Dd-Idx)
    WHEN WS-Dd-Standing(WS-Dd-Idx) NOT = "Y"
        CONTINUE
    WHEN WS-Dd-Amount(WS-Dd-Idx) = 0
        MOVE "S" TO WS-Dd-Action(WS-Dd-Idx)
        MOVE WS-Dd-Standing-Freq(WS-Dd-Idx) TO WS-Dd-Frequency(WS-Dd-Idx)
        EVALUATE TRUE
            WHEN WS-Dd-Active-Empl(WS-Dd-Idx) NOT = "Y"
                MOVE 'INACTIVE' TO WS-Dd-Note(WS-Dd-Idx)
            WHEN WS-Dd-Elected(WS-Dd-Idx) NOT = "Y"
                MOVE 'STOPPED' TO WS-Dd-Note(WS-Dd-Idx)
            WHEN OTHER
                MOVE 'ZERO' TO WS-Dd-Note(WS-Dd-Idx)
        END-EVALUATE
    WHEN (WS-Dd-Amount(WS-Dd-Idx) NOT = WS-Dd-Standing-Amt(WS-Dd-Idx))
        OR (WS-Dd-Frequency(WS-Dd-Idx) NOT = WS-Dd-Standing-Freq(WS-Dd-Idx))
        MOVE "C" TO WS-Dd-Action(WS-Dd-Idx)
    WHEN OTHER
        MOVE "N" TO WS-Dd-Action(WS-Dd-Idx)
END-EVALUATE.
IF WS-Dd-Action(WS-Dd-Idx) NOT = SPACE THEN
    PERFORM COUNT-LINE-SECT
END-IF.

COUNT-LINE-SECT.
ADD 1 TO WS-Line-Count.
ADD WS-Dd-Amount(WS-Dd-Idx) TO WS-Amount-Sum.
EVALUATE WS-Dd-Action(WS-Dd-Idx)
    WHEN "A" ADD 1 TO WS-Add-Count
    WHEN "C" ADD 1 TO WS-Change-Count
    WHEN "S" ADD 1 TO WS-Stop-Count
    WHEN OTHER ADD 1 TO WS-Same-Count
END-EVALUATE.

CHOOSE-FILE-NAME-SECT.
*> The first modifier letter with no file yet for the period.
MOVE SPACES TO WS-Payded-File-Name.
PERFORM VARYING WS-Modifier-Idx FROM 1 BY 1 UNTIL WS-Modifier-Idx > 26
    MOVE WS-Modifier-Letters(WS-Modifier-Idx:1) TO WS-File-Modifier
    MOVE SPACES TO WS-Payded-File-Name
    STRING 'WTM-PAYDED-' DELIMITED BY SIZE
        WS-Report-Period DELIMITED BY SIZE
        '-' DELIMITED BY SIZE
        WS-File-Modifier DELIMITED BY SIZE
        '.DAT' DELIMITED BY SIZE
        INTO WS-Payded-File-Name
    OPEN INPUT Payded-Out-File
    IF WS-Payded-Out-Status = "35" THEN
        EXIT PERFORM
    END-IF
    IF WS-Payded-Out-Status = "00" THEN
        CLOSE Payded-Out-File
    END-IF
    MOVE SPACES TO WS-Payded-File-Name
END-PERFORM.

WRITE-PAYDED-FILE-SECT.
OPEN OUTPUT Payded-Out-File.
IF WS-Payded-Out-Status NOT = "00" THEN
    DISPLAY 'PAYDEDOUT: could not create ', FUNCTION TRIM(WS-Payded-File-Name), ', file status ', WS-Payded-Out-Status
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
MOVE WS-Report-Period TO WS-Ph-Period.
MOVE WS-Today TO WS-Ph-Create-Date.
MOVE WS-Now(9:6) TO WS-Ph-Create-Time.
MOVE WS-File-Modifier TO WS-Ph-Modifier.
MOVE WS-Pd-Header TO Payded-Line.
WRITE Payded-Line.
PERFORM VARYING WS-Dd-Idx FROM 1 BY 1 UNTIL WS-Dd-Idx > WS-Deduction-Count
    IF WS-Dd-Action(WS-Dd-Idx) NOT = SPACE THEN
        MOVE WS-Dd-ID(WS-Dd-Idx) TO WS-Pl-Employee-ID
        MOVE WS-Dd-Action(WS-Dd-Idx) TO WS-Pl-Action
        MOVE WS-Dd-Amount(WS-Dd-Idx) TO WS-Pl-Amount
        MOVE WS-Dd-Frequency(WS-Dd-Idx) TO WS-Pl-Frequency
        IF WS-Dd-Standing(WS-Dd-Idx) = "Y" THEN
            MOVE WS-Dd-Standing-Amt(WS-Dd-Idx) TO WS-Pl-Prior-Amount
        ELSE
            MOVE 0 TO WS-Pl-Prior-Amount
        END-IF
        MOVE WS-Report-Period TO WS-Pl-Period
        MOVE WS-Dd-Name(WS-Dd-Idx) TO WS-Pl-Name
        MOVE WS-Pd-Detail TO Payded-Line
        WRITE Payded-Line
    END-IF
END-PERFORM.
MOVE WS-Line-Count TO WS-Pt-Line-Count.
MOVE WS-Add-Count TO WS-Pt-Add-Count.
MOVE WS-Change-Count TO WS-Pt-Change-Count.
MOVE WS-Stop-Count TO WS-Pt-Stop-Count.
MOVE WS-Amount-Sum TO WS-Pt-Amount-Total.
MOVE WS-Pd-Trailer TO Payded-Line.
WRITE Payded-Line.
CLOSE Payded-Out-File.
MOVE WS-Amount-Sum TO WS-Total-Disp.
DISPLAY 'Payroll file ', FUNCTION TRIM(WS-Payded-File-Name), ': ', WS-Line-Count, ' line(s) - ',
    WS-Add-Count, ' add, ', WS-Change-Count, ' change, ', WS-Stop-Count, ' stop - per-pay total $', WS-Total-Disp, '.'.

REWRITE-LAST-SENT-SECT.
*> Rewritten only once the file is safely closed: the register is
*> exactly the last file that went out.
OPEN OUTPUT Payded-Sent-File.
IF WS-Payded-Sent-Status NOT = "00" THEN
    DISPLAY 'PAYDEDOUT: could not write WTM-PAYDED-SENT.DAT, file status ', WS-Payded-Sent-Status
    DISPLAY 'PAYDEDOUT: hold ', FUNCTION TRIM(WS-Payded-File-Name), ' - the next file would be flagged against the one before it.'
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING WS-Dd-Idx FROM 1 BY 1 UNTIL WS-Dd-Idx > WS-Deduction-Count
    IF WS-Dd-Action(WS-Dd-Idx) NOT = SPACE THEN
        MOVE WS-Dd-ID(WS-Dd-Idx) TO Pds-Employee-ID
        MOVE WS-Report-Period TO Pds-Period
        MOVE WS-Dd-Action(WS-Dd-Idx) TO Pds-Action
        MOVE WS-Dd-Amount(WS-Dd-Idx) TO Pds-Amount
        IF WS-Dd-Standing(WS-Dd-Idx) = "Y" THEN
            MOVE WS-Dd-Standing-Amt(WS-Dd-Idx) TO Pds-Prior-Amount
        ELSE
            MOVE 0 TO Pds-Prior-Amount
        END-IF
        MOVE WS-Dd-Frequency(WS-Dd-Idx) TO Pds-Pay-Frequency
        MOVE WS-Payded-File-Name TO Pds-File-Name
        MOVE WS-Today TO Pds-Send-Date
        MOVE "S" TO Pds-Status
        MOVE SPACES TO Pds-Reject-Code
        WRITE Payded-Sent-Record
    END-IF
END-PERFORM.
CLOSE Payded-Sent-File.
SET Rjn-File-Image TO TRUE.
MOVE 'WTM-PAYDED-SENT.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.

CATALOG-FILE-SECT.
MOVE 'PAYDED  ' TO Gen-Family.
MOVE WS-Payded-File-Name TO Gen-File-Name.
MOVE WS-Today TO Gen-Date.
MOVE WS-Line-Count TO Gen-Record-Count.
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
OPEN OUTPUT Payded-Report-File.
IF WS-Payded-Report-Status NOT = "00" THEN
    DISPLAY 'PAYDEDOUT: could not open WTM-PAYDED-REPORT.TXT, file status ', WS-Payded-Report-Status
    EXIT PARAGRAPH
END-IF.
MOVE SPACES TO Payded-Report-Line.
STRING 'WTM PAYROLL SAVINGS DEDUCTIONS - period ' DELIMITED BY SIZE
    WS-Report-Period DELIMITED BY SIZE
    ', run ' DELIMITED BY SIZE
    WS-Today DELIMITED BY SIZE
    INTO Payded-Report-Line.
WRITE Payded-Report-Line.
MOVE SPACES TO Payded-Report-Line.
IF WS-Line-Count > 0 THEN
    STRING 'File ' DELIMITED BY SIZE
        WS-Payded-File-Name DELIMITED BY SPACE
        INTO Payded-Report-Line
ELSE
    MOVE 'No file written.' TO Payded-Report-Line
END-IF.
WRITE Payded-Report-Line.
MOVE 'EMPLOYEE  NAME                            ACTION  FREQ  PER PAY       WAS           NOTE' TO Payded-Report-Line.
WRITE Payded-Report-Line.
DISPLAY Payded-Report-Line(1:100).
PERFORM VARYING WS-Dd-Idx FROM 1 BY 1 UNTIL WS-Dd-Idx > WS-Deduction-Count
    IF (WS-Dd-Action(WS-Dd-Idx) NOT = SPACE) OR (WS-Dd-Note(WS-Dd-Idx) NOT = SPACES) THEN
        MOVE SPACES TO Payded-Report-Line
        MOVE WS-Dd-ID(WS-Dd-Idx) TO Payded-Report-Line(1:6)
        MOVE WS-Dd-Name(WS-Dd-Idx) TO Payded-Report-Line(11:30)
        MOVE WS-Dd-Action(WS-Dd-Idx) TO Payded-Report-Line(45:1)
        MOVE WS-Dd-Frequency(WS-Dd-Idx) TO Payded-Report-Line(53:1)
        MOVE WS-Dd-Amount(WS-Dd-Idx) TO WS-Amount-Disp
        MOVE WS-Amount-Disp TO Payded-Report-Line(57:12)
        IF WS-Dd-Standing(WS-Dd-Idx) = "Y" THEN
            MOVE WS-Dd-Standing-Amt(WS-Dd-Idx) TO WS-Amount-Disp
            MOVE WS-Amount-Disp TO Payded-Report-Line(71:12)
        END-IF
        MOVE WS-Dd-Note(WS-Dd-Idx) TO Payded-Report-Line(85:8)
        WRITE Payded-Report-Line
        DISPLAY Payded-Report-Line(1:100)
    END-IF
END-PERFORM.
MOVE WS-Amount-Sum TO WS-Total-Disp.
MOVE SPACES TO Payded-Report-Line.
STRING WS-Line-Count DELIMITED BY SIZE
    ' line(s): ' DELIMITED BY SIZE
    WS-Add-Count DELIMITED BY SIZE
    ' add, ' DELIMITED BY SIZE
    WS-Change-Count DELIMITED BY SIZE
    ' change, ' DELIMITED BY SIZE
    WS-Stop-Count DELIMITED BY SIZE
    ' stop, ' DELIMITED BY SIZE
    WS-Same-Count DELIMITED BY SIZE
    ' unchanged; per-pay total $' DELIMITED BY SIZE
    WS-Total-Disp DELIMITED BY SIZE
    INTO Payded-Report-Line.
WRITE Payded-Report-Line.
DISPLAY Payded-Report-Line(1:110).
IF WS-Norun-Count > 0 THEN
    MOVE SPACES TO Payded-Report-Line
    STRING WS-Norun-Count DELIMITED BY SIZE
        ' elected employee(s) have no saved budget run to work the amount from (NORUN) - run their budgets.' DELIMITED BY SIZE
        INTO Payded-Report-Line
    WRITE Payded-Report-Line
    DISPLAY Payded-Report-Line(1:110)
END-IF.
CLOSE Payded-Report-File.

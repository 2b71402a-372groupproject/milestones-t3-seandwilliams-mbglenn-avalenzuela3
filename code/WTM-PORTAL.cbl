*> Self-service portal extract. Employees phone the desk just to hear
*> their latest budget read back; the company portal shows it from
*> this file instead. Each active employee on the master with a saved
*> budget run gets one record set: the latest run (BUDGET-HISTORY.DAT,
*> superseded runs passed over, latest run date winning), the deficit
*> balance on WTM-DEFICIT-LEDGER.DAT, the savings goal in force on
*> WTM-SAVINGS-GOALS.DAT with the progress toward it, and the
*> repayment plan on WTM-REPAY-PLANS.DAT while a balance is still
*> owed. The first extract (no WTM-PORTAL-SENT.DAT yet), or one asked
*> for as a full reload, carries every employee; after that only the
*> employees whose record set has changed since the last extract go,
*> plus a withdrawal for each employee the portal holds who is no
*> longer active or on the master. WTM-PORTAL-SENT.DAT is rewritten
*> to what the portal now holds once the file is closed. The nightly
*> driver runs it unattended as a changes-only extract; from the
*> console the operator chooses. The file is
*> WTM-PORTAL-<yyyymmdd>-<modifier>.DAT, cataloged under PORTAL.
*>
*> Layout for the portal team. One record per line, fields separated
*> by a vertical bar (|), no quoting; a bar inside a name is sent as
*> a slash. Amounts are plain decimals with a leading minus when
*> negative and two places (1234.56, -80.00); dates are YYYYMMDD and
*> periods YYYYMM. An empty field means no value. Records, by the
*> code in the first field:
*>   H  header, first line:
*>        H|WTMPORTAL|load type (F full reload - replace everything,
*>        D changes - apply over what is held)|create date|create
*>        time HHMMSS|file modifier
*>   E  employee, leads each employee's record set and replaces
*>      whatever the portal held for the employee:
*>        E|employee ID|name|company|budget period|run date|run ID|
*>        yearly salary|yearly Extra|Extra percent|budget-health
*>        score (0-100, 0 = not scored)|deficit balance owed
*>   C  category, six per employee in the order RENT, BILLS, FOOD,
*>      TRAVEL, TAXES, INSURANCE:
*>        C|employee ID|category|yearly amount|percent of salary
*>   G  savings goal, only when the employee has given one:
*>        G|employee ID|goal amount|savings when given|still to
*>        save|percent reached|months to go at the latest run's Extra
*>        (empty when the Extra saves nothing)|date the goal was given
*>   P  repayment plan, only while a deficit balance is owed:
*>        P|employee ID|agreed monthly repayment|start period|target
*>        payoff period|balance owed
*>   X  withdrawal, changes files only - remove the employee:
*>        X|employee ID
*>   T  trailer, last line:
*>        T|employee record sets|withdrawals|total lines including
*>        header and trailer
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-PORTAL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Employee-Master-File ASSIGN TO "WTM-EMPLOYEE-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Employee-Master-Status.
    SELECT Budget-History-File ASSIGN TO "BUDGET-HISTORY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Budget-History-Status.
    SELECT Deficit-Ledger-File ASSIGN TO "WTM-DEFICIT-LEDGER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Deficit-Ledger-Status.
    SELECT Savings-Goal-File ASSIGN TO "WTM-SAVINGS-GOALS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Savings-Goal-Status.
    SELECT Repay-Plan-File ASSIGN TO "WTM-REPAY-PLANS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Repay-Plan-Status.
    SELECT Portal-Sent-File ASSIGN TO "WTM-PORTAL-SENT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Portal-Sent-Status.
    SELECT Portal-Out-File ASSIGN TO WS-Portal-File-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Portal-Out-Status.
    SELECT Report-Catalog-File ASSIGN TO "WTM-REPORT-CATALOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Report-Catalog-Status.

DATA DIVISION.
FILE SECTION.
FD  Employee-Master-File.
    COPY "WTM-EMPLOYEE-MASTER-REC.cpy".

FD  Budget-History-File.
    COPY "WTM-HISTORY-REC.cpy".

FD  Deficit-Ledger-File.
    COPY "WTM-DEFICIT-LEDGER-REC.cpy".

FD  Savings-Goal-File.
    COPY "WTM-SAVINGS-GOAL-REC.cpy".

FD  Repay-Plan-File.
01 Repay-Plan-Record.
    05 Rpl-Employee-ID    PIC 9(6).
    05 Rpl-Monthly-Amount PIC 9(7)V99.
    05 Rpl-Start-Period   PIC 9(6).
    05 Rpl-Target-Period  PIC 9(6).

FD  Portal-Sent-File.
    COPY "WTM-PORTAL-SENT-REC.cpy".

FD  Portal-Out-File.
01 Portal-Line PIC X(250).

FD  Report-Catalog-File.
    COPY "WTM-REPORT-CATALOG-REC.cpy".

WORKING-STORAGE SECTION.
01 WS-Employee-Master-Status PIC XX.
01 WS-Budget-History-Status PIC XX.
01 WS-Deficit-Ledger-Status PIC XX.
01 WS-Savings-Goal-Status PIC XX.
01 WS-Repay-Plan-Status PIC XX.
01 WS-Portal-Sent-Status PIC XX.
01 WS-Portal-Out-Status PIC XX.
01 WS-Report-Catalog-Status PIC XX.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Portal-File-Name PIC X(40).
    COPY "WTM-UNATTENDED.cpy".
01 WS-Load-Type PIC X.
    88 Full-Load    VALUE "F".
    88 Changes-Load VALUE "D".
01 WS-Load-Choice PIC X.
*> One entry per employee on the master: what tonight's record set
*> is built from.
01 WS-Portal-Table.
    05 WS-Pe-Entry OCCURS 3000 TIMES.
       10 WS-Pe-ID            PIC 9(6).
       10 WS-Pe-Name          PIC X(30).
       10 WS-Pe-Company       PIC X(3).
       10 WS-Pe-Active        PIC X.
       10 WS-Pe-Run-Found     PIC X.
       10 WS-Pe-Run-Date      PIC 9(8).
       10 WS-Pe-Period        PIC 9(6).
       10 WS-Pe-Run-ID        PIC X(24).
       10 WS-Pe-Salary        PIC S9(8)V99.
       10 WS-Pe-Cat-Amount    PIC S9(7)V99 OCCURS 6 TIMES.
       10 WS-Pe-Cat-Percent   PIC S9(7)V99 OCCURS 6 TIMES.
       10 WS-Pe-Extra-Percent PIC 9(7)V99.
       10 WS-Pe-Health-Score  PIC 9(3).
       10 WS-Pe-Balance       PIC S9(9)V99.
       10 WS-Pe-Goal-Found    PIC X.
       10 WS-Pe-Goal-Amount   PIC 9(8)V99.
       10 WS-Pe-Goal-Current  PIC 9(8)V99.
       10 WS-Pe-Goal-Date     PIC 9(8).
       10 WS-Pe-Plan-Found    PIC X.
       10 WS-Pe-Plan-Monthly  PIC 9(7)V99.
       10 WS-Pe-Plan-Start    PIC 9(6).
       10 WS-Pe-Plan-Target   PIC 9(6).
       10 WS-Pe-Sent-Slot     PIC 9(4).
01 WS-Portal-Count PIC 9(4) VALUE 0.
01 WS-Pe-Idx PIC 9(4).
01 WS-Pe-Slot PIC 9(4) VALUE 0.
01 WS-Pe-Key PIC 9(6).
01 WS-Cat-Idx PIC 9.
01 WS-Cat-Names-Values.
    05 FILLER PIC X(9) VALUE 'RENT     '.
    05 FILLER PIC X(9) VALUE 'BILLS    '.
    05 FILLER PIC X(9) VALUE 'FOOD     '.
    05 FILLER PIC X(9) VALUE 'TRAVEL   '.
    05 FILLER PIC X(9) VALUE 'TAXES    '.
    05 FILLER PIC X(9) VALUE 'INSURANCE'.
01 WS-Cat-Names-Table REDEFINES WS-Cat-Names-Values.
    05 WS-Cat-Name PIC X(9) OCCURS 6 TIMES.
*> The register as the last extract left it, and the register this
*> extract will leave.
01 WS-Sent-Table.
    05 WS-Ps-Entry OCCURS 3000 TIMES.
       10 WS-Ps-ID         PIC 9(6).
       10 WS-Ps-Send-Date  PIC 9(8).
       10 WS-Ps-File-Name  PIC X(40).
       10 WS-Ps-Image      PIC X(273).
       10 WS-Ps-Kept       PIC X.
01 WS-Sent-Count PIC 9(4) VALUE 0.
01 WS-Ps-Idx PIC 9(4).
01 WS-Register-Found-Flag PIC X VALUE "N".
    88 Register-Found VALUE "Y" FALSE "N".
01 WS-New-Sent-Table.
    05 WS-Ns-Entry OCCURS 3000 TIMES.
       10 WS-Ns-ID         PIC 9(6).
       10 WS-Ns-Send-Date  PIC 9(8).
       10 WS-Ns-File-Name  PIC X(40).
       10 WS-Ns-Image      PIC X(273).
01 WS-New-Sent-Count PIC 9(4) VALUE 0.
01 WS-Send-Flag PIC X VALUE "N".
    88 Send-This-Employee VALUE "Y" FALSE "N".
*> Building one delimited line.
01 WS-Line-Ptr PIC 9(3).
01 WS-Fld-Text PIC X(40).
01 WS-Fld-Amount PIC S9(9)V99.
01 WS-Fld-Edit PIC -(10)9.99.
01 WS-Fld-Number PIC 9(8).
01 WS-Fld-Num-Edit PIC Z(7)9.
01 WS-Goal-Remaining PIC S9(9)V99.
01 WS-Goal-Percent PIC S9(7)V99.
01 WS-Goal-Monthly PIC S9(9)V99.
01 WS-Goal-Months PIC 9(5).
*> Counts and the file name.
01 WS-Set-Count PIC 9(6) VALUE 0.
01 WS-Withdraw-Count PIC 9(6) VALUE 0.
01 WS-Unchanged-Count PIC 9(6) VALUE 0.
01 WS-No-Run-Count PIC 9(6) VALUE 0.
01 WS-Line-Count PIC 9(7) VALUE 0.
01 WS-Modifier-Letters PIC X(26) VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
01 WS-Modifier-Idx PIC 9(2).
01 WS-File-Modifier PIC X.
01 WS-Now PIC X(16).
01 WS-Today PIC 9(8).
01 WS-Table-Full-Flag PIC X VALUE "N".
    88 Table-Full VALUE "Y" FALSE "N".
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '------------------------------ WTM SELF-SERVICE PORTAL EXTRACT -----------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
MOVE 0 TO RETURN-CODE.
MOVE FUNCTION CURRENT-DATE TO WS-Now.
MOVE WS-Now(1:8) TO WS-Today.
PERFORM LOAD-SENT-REGISTER-SECT.
IF WTM-Unattended-Mode = "B" THEN
    SET Changes-Load TO TRUE
ELSE
    DISPLAY 'Enter F for a full reload of the portal, or D for the changes since the last extract:'
    MOVE SPACE TO WS-Load-Choice
    PERFORM UNTIL (WS-Load-Choice = "F") OR (WS-Load-Choice = "D")
        ACCEPT WS-Load-Choice
        MOVE FUNCTION UPPER-CASE(WS-Load-Choice) TO WS-Load-Choice
        IF (WS-Load-Choice NOT = "F") AND (WS-Load-Choice NOT = "D") THEN
            DISPLAY 'INPUT ERROR: please enter F or D.'
        END-IF
    END-PERFORM
    MOVE WS-Load-Choice TO WS-Load-Type
END-IF.
IF Changes-Load AND (NOT Register-Found) THEN
    DISPLAY 'PORTAL: no extract has been sent before - this one is the first full load.'
    SET Full-Load TO TRUE
END-IF.
PERFORM LOAD-EMPLOYEES-SECT.
IF WS-Portal-Count = 0 THEN
    DISPLAY 'PORTAL: WTM-EMPLOYEE-MASTER.DAT is missing or empty - nothing to extract.'
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM LOAD-LATEST-RUNS-SECT.
PERFORM LOAD-BALANCES-SECT.
PERFORM LOAD-GOALS-SECT.
PERFORM LOAD-PLANS-SECT.
PERFORM CHOOSE-FILE-NAME-SECT.
IF WS-Portal-File-Name = SPACES THEN
    DISPLAY 'PORTAL: every file name for ', WS-Today, ' (modifiers A-Z) is already used - nothing written.'
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM WRITE-PORTAL-FILE-SECT.
IF RETURN-CODE >= 12 THEN
    GOBACK
END-IF.
PERFORM REWRITE-SENT-REGISTER-SECT.
PERFORM CATALOG-FILE-SECT.
IF Full-Load THEN
    DISPLAY 'Full load ', FUNCTION TRIM(WS-Portal-File-Name), ': ', WS-Set-Count, ' employee record set(s), ',
        WS-Line-Count, ' line(s).'
ELSE
    DISPLAY 'Changes ', FUNCTION TRIM(WS-Portal-File-Name), ': ', WS-Set-Count, ' changed employee(s), ',
        WS-Withdraw-Count, ' withdrawal(s), ', WS-Unchanged-Count, ' unchanged and not sent.'
END-IF.
IF WS-No-Run-Count > 0 THEN
    DISPLAY WS-No-Run-Count, ' active employee(s) have no saved budget run and are not on the portal.'
END-IF.
IF Table-Full THEN
    DISPLAY 'PORTAL WARNING: more than 3000 employees - the extract stopped at the first 3000 on the master.'
    MOVE 4 TO RETURN-CODE
END-IF.
GOBACK.

LOAD-SENT-REGISTER-SECT.
MOVE 0 TO WS-Sent-Count.
SET Register-Found TO FALSE.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Portal-Sent-File.
IF WS-Portal-Sent-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
SET Register-Found TO TRUE.
PERFORM UNTIL File-EOF
    READ Portal-Sent-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF WS-Sent-Count < 3000 THEN
                ADD 1 TO WS-Sent-Count
                MOVE Pts-Employee-ID TO WS-Ps-ID(WS-Sent-Count)
                MOVE Pts-Send-Date TO WS-Ps-Send-Date(WS-Sent-Count)
                MOVE Pts-File-Name TO WS-Ps-File-Name(WS-Sent-Count)
                MOVE Pts-Image TO WS-Ps-Image(WS-Sent-Count)
                MOVE "N" TO WS-Ps-Kept(WS-Sent-Count)
            END-IF
    END-READ
END-PERFORM.
CLOSE Portal-Sent-File.

LOAD-EMPLOYEES-SECT.
MOVE 0 TO WS-Portal-Count.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Employee-Master-File.
IF WS-Employee-Master-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Employee-Master-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF WS-Portal-Count < 3000 THEN
                ADD 1 TO WS-Portal-Count
                INITIALIZE WS-Pe-Entry(WS-Portal-Count)
                MOVE Empl-ID TO WS-Pe-ID(WS-Portal-Count)
                MOVE Empl-Name TO WS-Pe-Name(WS-Portal-Count)
                MOVE Empl-Company TO WS-Pe-Company(WS-Portal-Count)
                IF Empl-Active THEN
                    MOVE "Y" TO WS-Pe-Active(WS-Portal-Count)
                ELSE
                    MOVE "N" TO WS-Pe-Active(WS-Portal-Count)
                END-IF
                MOVE "N" TO WS-Pe-Run-Found(WS-Portal-Count)
                MOVE "N" TO WS-Pe-Goal-Found(WS-Portal-Count)
                MOVE "N" TO WS-Pe-Plan-Found(WS-Portal-Count)
            ELSE
                SET Table-Full TO TRUE
            END-IF
    END-READ
END-PERFORM.
CLOSE Employee-Master-File.

FIND-EMPLOYEE-SLOT-SECT.
*> WS-Pe-Key to its table slot (0 = not on the master). Rows for one
*> employee tend to sit together, so the last slot found is tried
*> first.
IF WS-Pe-Slot > 0 THEN
    IF WS-Pe-ID(WS-Pe-Slot) = WS-Pe-Key THEN
        EXIT PARAGRAPH
    END-IF
END-IF.
MOVE 0 TO WS-Pe-Slot.
PERFORM VARYING WS-Pe-Idx FROM 1 BY 1 UNTIL (WS-Pe-Idx > WS-Portal-Count) OR (WS-Pe-Slot > 0)
    IF WS-Pe-ID(WS-Pe-Idx) = WS-Pe-Key THEN
        MOVE WS-Pe-Idx TO WS-Pe-Slot
    END-IF
END-PERFORM.

LOAD-LATEST-RUNS-SECT.
SET File-Ctl-Verify TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Budget-History-File.
IF WS-Budget-History-Status NOT = "00" THEN
    DISPLAY 'PORTAL: could not open BUDGET-HISTORY.DAT, file status ', WS-Budget-History-Status
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Budget-History-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (Hist-Superseded-Flag NOT = "S") AND (Hist-Run-Date IS NUMERIC) THEN
                MOVE Hist-Employee-ID TO WS-Pe-Key
                PERFORM FIND-EMPLOYEE-SLOT-SECT
                IF WS-Pe-Slot > 0 THEN
                    IF (WS-Pe-Run-Found(WS-Pe-Slot) = "N")
                        OR (Hist-Run-Date >= WS-Pe-Run-Date(WS-Pe-Slot)) THEN
                        PERFORM TAKE-RUN-SECT
                    END-IF
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Budget-History-File.

TAKE-RUN-SECT.
MOVE "Y" TO WS-Pe-Run-Found(WS-Pe-Slot).
MOVE Hist-Run-Date TO WS-Pe-Run-Date(WS-Pe-Slot).
MOVE Hist-Period TO WS-Pe-Period(WS-Pe-Slot).
MOVE Hist-Run-ID TO WS-Pe-Run-ID(WS-Pe-Slot).
MOVE Hist-Salary TO WS-Pe-Salary(WS-Pe-Slot).
MOVE Hist-Rent TO WS-Pe-Cat-Amount(WS-Pe-Slot, 1).
MOVE Hist-Bills TO WS-Pe-Cat-Amount(WS-Pe-Slot, 2).
MOVE Hist-Food TO WS-Pe-Cat-Amount(WS-Pe-Slot, 3).
MOVE Hist-Travel TO WS-Pe-Cat-Amount(WS-Pe-Slot, 4).
MOVE Hist-Taxes TO WS-Pe-Cat-Amount(WS-Pe-Slot, 5).
MOVE Hist-Rent-Percent TO WS-Pe-Cat-Percent(WS-Pe-Slot, 1).
MOVE Hist-Bills-Percent TO WS-Pe-Cat-Percent(WS-Pe-Slot, 2).
MOVE Hist-Food-Percent TO WS-Pe-Cat-Percent(WS-Pe-Slot, 3).
MOVE Hist-Travel-Percent TO WS-Pe-Cat-Percent(WS-Pe-Slot, 4).
MOVE Hist-Taxes-Percent TO WS-Pe-Cat-Percent(WS-Pe-Slot, 5).
*> Records from before insurance read with spaces there.
IF Hist-Insurance IS NUMERIC THEN
    MOVE Hist-Insurance TO WS-Pe-Cat-Amount(WS-Pe-Slot, 6)
    MOVE Hist-Insurance-Percent TO WS-Pe-Cat-Percent(WS-Pe-Slot, 6)
ELSE
    MOVE 0 TO WS-Pe-Cat-Amount(WS-Pe-Slot, 6)
    MOVE 0 TO WS-Pe-Cat-Percent(WS-Pe-Slot, 6)
END-IF.
MOVE Hist-Extra-Percent TO WS-Pe-Extra-Percent(WS-Pe-Slot).
IF Hist-Health-Score IS NUMERIC THEN
    MOVE Hist-Health-Score TO WS-Pe-Health-Score(WS-Pe-Slot)
ELSE
    MOVE 0 TO WS-Pe-Health-Score(WS-Pe-Slot)
END-IF.

LOAD-BALANCES-SECT.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-DEFICIT-LEDGER.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Deficit-Ledger-File.
IF WS-Deficit-Ledger-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Deficit-Ledger-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            MOVE Led-Employee-ID TO WS-Pe-Key
            PERFORM FIND-EMPLOYEE-SLOT-SECT
            IF WS-Pe-Slot > 0 THEN
                ADD Led-Amount TO WS-Pe-Balance(WS-Pe-Slot)
            END-IF
    END-READ
END-PERFORM.
CLOSE Deficit-Ledger-File.

LOAD-GOALS-SECT.
*> The latest row per employee is the goal in force.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Savings-Goal-File.
IF WS-Savings-Goal-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Savings-Goal-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            MOVE Goal-Employee-ID TO WS-Pe-Key
            PERFORM FIND-EMPLOYEE-SLOT-SECT
            IF WS-Pe-Slot > 0 THEN
                MOVE "Y" TO WS-Pe-Goal-Found(WS-Pe-Slot)
                MOVE Goal-Amount TO WS-Pe-Goal-Amount(WS-Pe-Slot)
                MOVE Goal-Current-Savings TO WS-Pe-Goal-Current(WS-Pe-Slot)
                MOVE Goal-Set-Date TO WS-Pe-Goal-Date(WS-Pe-Slot)
            END-IF
    END-READ
END-PERFORM.
CLOSE Savings-Goal-File.

LOAD-PLANS-SECT.
*> The latest row per employee is the plan in force.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Repay-Plan-File.
IF WS-Repay-Plan-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Repay-Plan-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            MOVE Rpl-Employee-ID TO WS-Pe-Key
            PERFORM FIND-EMPLOYEE-SLOT-SECT
            IF WS-Pe-Slot > 0 THEN
                MOVE "Y" TO WS-Pe-Plan-Found(WS-Pe-Slot)
                MOVE Rpl-Monthly-Amount TO WS-Pe-Plan-Monthly(WS-Pe-Slot)
                MOVE Rpl-Start-Period TO WS-Pe-Plan-Start(WS-Pe-Slot)
                MOVE Rpl-Target-Period TO WS-Pe-Plan-Target(WS-Pe-Slot)
            END-IF
    END-READ
END-PERFORM.
CLOSE Repay-Plan-File.

CHOOSE-FILE-NAME-SECT.
*> The first modifier letter with no file yet for the day.
MOVE SPACES TO WS-Portal-File-Name.
PERFORM VARYING WS-Modifier-Idx FROM 1 BY 1 UNTIL WS-Modifier-Idx > 26
    MOVE WS-Modifier-Letters(WS-Modifier-Idx:1) TO WS-File-Modifier
    MOVE SPACES TO WS-Portal-File-Name
    STRING 'WTM-PORTAL-' DELIMITED BY SIZE
        WS-Today DELIMITED BY SIZE
        '-' DELIMITED BY SIZE
        WS-File-Modifier DELIMITED BY SIZE
        '.DAT' DELIMITED BY SIZE
        INTO WS-Portal-File-Name
    OPEN INPUT Portal-Out-File
    IF WS-Portal-Out-Status = "35" THEN
        EXIT PERFORM
    END-IF
    IF WS-Portal-Out-Status = "00" THEN
        CLOSE Portal-Out-File
    END-IF
    MOVE SPACES TO WS-Portal-File-Name
END-PERFORM.

WRITE-PORTAL-FILE-SECT.
OPEN OUTPUT Portal-Out-File.
IF WS-Portal-Out-Status NOT = "00" THEN
    DISPLAY 'PORTAL: could not create ', FUNCTION TRIM(WS-Portal-File-Name), ', file status ', WS-Portal-Out-Status
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
MOVE SPACES TO Portal-Line.
STRING 'H|WTMPORTAL|' DELIMITED BY SIZE
    WS-Load-Type DELIMITED BY SIZE
    '|' DELIMITED BY SIZE
    WS-Today DELIMITED BY SIZE
    '|' DELIMITED BY SIZE
    WS-Now(9:6) DELIMITED BY SIZE
    '|' DELIMITED BY SIZE
    WS-File-Modifier DELIMITED BY SIZE
    INTO Portal-Line.
PERFORM WRITE-PORTAL-LINE-SECT.
MOVE 0 TO WS-New-Sent-Count.
PERFORM VARYING WS-Pe-Idx FROM 1 BY 1 UNTIL WS-Pe-Idx > WS-Portal-Count
    IF WS-Pe-Active(WS-Pe-Idx) = "Y" THEN
        IF WS-Pe-Run-Found(WS-Pe-Idx) = "Y" THEN
            PERFORM EXTRACT-ONE-EMPLOYEE-SECT
        ELSE
            ADD 1 TO WS-No-Run-Count
        END-IF
    END-IF
END-PERFORM.
*> Whoever the portal holds that tonight's extract did not carry
*> forward is withdrawn; a full reload replaces everything anyway.
IF Changes-Load THEN
    PERFORM VARYING WS-Ps-Idx FROM 1 BY 1 UNTIL WS-Ps-Idx > WS-Sent-Count
        IF WS-Ps-Kept(WS-Ps-Idx) = "N" THEN
            MOVE SPACES TO Portal-Line
            STRING 'X|' DELIMITED BY SIZE
                WS-Ps-ID(WS-Ps-Idx) DELIMITED BY SIZE
                INTO Portal-Line
            PERFORM WRITE-PORTAL-LINE-SECT
            ADD 1 TO WS-Withdraw-Count
        END-IF
    END-PERFORM
END-IF.
ADD 1 TO WS-Line-Count.
MOVE SPACES TO Portal-Line.
MOVE 1 TO WS-Line-Ptr.
STRING 'T' DELIMITED BY SIZE INTO Portal-Line WITH POINTER WS-Line-Ptr.
MOVE WS-Set-Count TO WS-Fld-Number.
PERFORM ADD-NUMBER-FIELD-SECT.
MOVE WS-Withdraw-Count TO WS-Fld-Number.
PERFORM ADD-NUMBER-FIELD-SECT.
MOVE WS-Line-Count TO WS-Fld-Number.
PERFORM ADD-NUMBER-FIELD-SECT.
WRITE Portal-Line.
CLOSE Portal-Out-File.

EXTRACT-ONE-EMPLOYEE-SECT.
PERFORM BUILD-IMAGE-SECT.
*> Find what the portal holds for the employee, if anything.
MOVE 0 TO WS-Pe-Sent-Slot(WS-Pe-Idx).
PERFORM VARYING WS-Ps-Idx FROM 1 BY 1 UNTIL WS-Ps-Idx > WS-Sent-Count
    IF WS-Ps-ID(WS-Ps-Idx) = WS-Pe-ID(WS-Pe-Idx) THEN
        MOVE WS-Ps-Idx TO WS-Pe-Sent-Slot(WS-Pe-Idx)
    END-IF
END-PERFORM.
SET Send-This-Employee TO TRUE.
IF Changes-Load AND (WS-Pe-Sent-Slot(WS-Pe-Idx) > 0) THEN
    MOVE "Y" TO WS-Ps-Kept(WS-Pe-Sent-Slot(WS-Pe-Idx))
    IF WS-Ps-Image(WS-Pe-Sent-Slot(WS-Pe-Idx)) = Pts-Image THEN
        SET Send-This-Employee TO FALSE
    END-IF
END-IF.
ADD 1 TO WS-New-Sent-Count.
MOVE WS-Pe-ID(WS-Pe-Idx) TO WS-Ns-ID(WS-New-Sent-Count).
MOVE Pts-Image TO WS-Ns-Image(WS-New-Sent-Count).
IF Send-This-Employee THEN
    MOVE WS-Today TO WS-Ns-Send-Date(WS-New-Sent-Count)
    MOVE WS-Portal-File-Name TO WS-Ns-File-Name(WS-New-Sent-Count)
    PERFORM WRITE-RECORD-SET-SECT
    ADD 1 TO WS-Set-Count
ELSE
    MOVE WS-Ps-Send-Date(WS-Pe-Sent-Slot(WS-Pe-Idx)) TO WS-Ns-Send-Date(WS-New-Sent-Count)
    MOVE WS-Ps-File-Name(WS-Pe-Sent-Slot(WS-Pe-Idx)) TO WS-Ns-File-Name(WS-New-Sent-Count)
    ADD 1 TO WS-Unchanged-Count
END-IF.

BUILD-IMAGE-SECT.
*> The employee's record set as fixed fields, built in the register
*> record so it can be compared with what was last sent.
INITIALIZE Pts-Image.
MOVE WS-Pe-Name(WS-Pe-Idx) TO Pti-Name.
INSPECT Pti-Name REPLACING ALL '|' BY '/'.
MOVE WS-Pe-Company(WS-Pe-Idx) TO Pti-Company.
MOVE WS-Pe-Period(WS-Pe-Idx) TO Pti-Period.
MOVE WS-Pe-Run-Date(WS-Pe-Idx) TO Pti-Run-Date.
MOVE WS-Pe-Run-ID(WS-Pe-Idx) TO Pti-Run-ID.
MOVE WS-Pe-Salary(WS-Pe-Idx) TO Pti-Salary.
PERFORM VARYING WS-Cat-Idx FROM 1 BY 1 UNTIL WS-Cat-Idx > 6
    MOVE WS-Pe-Cat-Amount(WS-Pe-Idx, WS-Cat-Idx) TO Pti-Cat-Amount(WS-Cat-Idx)
    MOVE WS-Pe-Cat-Percent(WS-Pe-Idx, WS-Cat-Idx) TO Pti-Cat-Percent(WS-Cat-Idx)
END-PERFORM.
COMPUTE Pti-Extra-Amount ROUNDED = WS-Pe-Salary(WS-Pe-Idx) * (WS-Pe-Extra-Percent(WS-Pe-Idx) / 100).
MOVE WS-Pe-Extra-Percent(WS-Pe-Idx) TO Pti-Extra-Percent.
MOVE WS-Pe-Health-Score(WS-Pe-Idx) TO Pti-Health-Score.
MOVE WS-Pe-Balance(WS-Pe-Idx) TO Pti-Deficit-Balance.
MOVE "N" TO Pti-Goal-Flag.
IF WS-Pe-Goal-Found(WS-Pe-Idx) = "Y" THEN
    MOVE "Y" TO Pti-Goal-Flag
    MOVE WS-Pe-Goal-Amount(WS-Pe-Idx) TO Pti-Goal-Amount
    MOVE WS-Pe-Goal-Current(WS-Pe-Idx) TO Pti-Goal-Current
    MOVE WS-Pe-Goal-Date(WS-Pe-Idx) TO Pti-Goal-Set-Date
END-IF.
*> A plan is open only while there is a balance for it to recover.
MOVE "N" TO Pti-Plan-Flag.
IF (WS-Pe-Plan-Found(WS-Pe-Idx) = "Y") AND (WS-Pe-Balance(WS-Pe-Idx) > 0) THEN
    MOVE "Y" TO Pti-Plan-Flag
    MOVE WS-Pe-Plan-Monthly(WS-Pe-Idx) TO Pti-Plan-Monthly
    MOVE WS-Pe-Plan-Start(WS-Pe-Idx) TO Pti-Plan-Start
    MOVE WS-Pe-Plan-Target(WS-Pe-Idx) TO Pti-Plan-Target
END-IF.

WRITE-RECORD-SET-SECT.
*> E line.
MOVE SPACES TO Portal-Line.
MOVE 1 TO WS-Line-Ptr.
STRING 'E|' DELIMITED BY SIZE
    WS-Pe-ID(WS-Pe-Idx) DELIMITED BY SIZE
    INTO Portal-Line WITH POINTER WS-Line-Ptr.
MOVE Pti-Name TO WS-Fld-Text.
PERFORM ADD-TEXT-FIELD-SECT.
MOVE Pti-Company TO WS-Fld-Text.
PERFORM ADD-TEXT-FIELD-SECT.
MOVE Pti-Period TO WS-Fld-Text.
PERFORM ADD-TEXT-FIELD-SECT.
MOVE Pti-Run-Date TO WS-Fld-Text.
PERFORM ADD-TEXT-FIELD-SECT.
MOVE Pti-Run-ID TO WS-Fld-Text.
PERFORM ADD-TEXT-FIELD-SECT.
MOVE Pti-Salary TO WS-Fld-Amount.
PERFORM ADD-AMOUNT-FIELD-SECT.
MOVE Pti-Extra-Amount TO WS-Fld-Amount.
PERFORM ADD-AMOUNT-FIELD-SECT.
MOVE Pti-Extra-Percent TO WS-Fld-Amount.
PERFORM ADD-AMOUNT-FIELD-SECT.
MOVE Pti-Health-Score TO WS-Fld-Number.
PERFORM ADD-NUMBER-FIELD-SECT.
MOVE Pti-Deficit-Balance TO WS-Fld-Amount.
PERFORM ADD-AMOUNT-FIELD-SECT.
PERFORM WRITE-PORTAL-LINE-SECT.
*> C lines.
PERFORM VARYING WS-Cat-Idx FROM 1 BY 1 UNTIL WS-Cat-Idx > 6
    MOVE SPACES TO Portal-Line
    MOVE 1 TO WS-Line-Ptr
    STRING 'C|' DELIMITED BY SIZE
        WS-Pe-ID(WS-Pe-Idx) DELIMITED BY SIZE
        INTO Portal-Line WITH POINTER WS-Line-Ptr
    MOVE WS-Cat-Name(WS-Cat-Idx) TO WS-Fld-Text
    PERFORM ADD-TEXT-FIELD-SECT
    MOVE Pti-Cat-Amount(WS-Cat-Idx) TO WS-Fld-Amount
    PERFORM ADD-AMOUNT-FIELD-SECT
    MOVE Pti-Cat-Percent(WS-Cat-Idx) TO WS-Fld-Amount
    PERFORM ADD-AMOUNT-FIELD-SECT
    PERFORM WRITE-PORTAL-LINE-SECT
END-PERFORM.
*> G line - progress is worked at tonight's figures: what the goal
*> still needs against the latest run's Extra.
IF Pti-Has-Goal THEN
    COMPUTE WS-Goal-Remaining = Pti-Goal-Amount - Pti-Goal-Current
    IF WS-Goal-Remaining < 0 THEN
        MOVE 0 TO WS-Goal-Remaining
    END-IF
    IF Pti-Goal-Amount > 0 THEN
        COMPUTE WS-Goal-Percent ROUNDED = (Pti-Goal-Current / Pti-Goal-Amount) * 100
            ON SIZE ERROR MOVE 999 TO WS-Goal-Percent
        END-COMPUTE
    ELSE
        MOVE 100 TO WS-Goal-Percent
    END-IF
    COMPUTE WS-Goal-Monthly ROUNDED = Pti-Extra-Amount / 12
    MOVE SPACES TO Portal-Line
    MOVE 1 TO WS-Line-Ptr
    STRING 'G|' DELIMITED BY SIZE
        WS-Pe-ID(WS-Pe-Idx) DELIMITED BY SIZE
        INTO Portal-Line WITH POINTER WS-Line-Ptr
    MOVE Pti-Goal-Amount TO WS-Fld-Amount
    PERFORM ADD-AMOUNT-FIELD-SECT
    MOVE Pti-Goal-Current TO WS-Fld-Amount
    PERFORM ADD-AMOUNT-FIELD-SECT
    MOVE WS-Goal-Remaining TO WS-Fld-Amount
    PERFORM ADD-AMOUNT-FIELD-SECT
    MOVE WS-Goal-Percent TO WS-Fld-Amount
    PERFORM ADD-AMOUNT-FIELD-SECT
    IF WS-Goal-Remaining = 0 THEN
        MOVE 0 TO WS-Fld-Number
        PERFORM ADD-NUMBER-FIELD-SECT
    ELSE
        IF WS-Goal-Monthly > 0 THEN
            COMPUTE WS-Goal-Months = (WS-Goal-Remaining + WS-Goal-Monthly - 0.01) / WS-Goal-Monthly
                ON SIZE ERROR MOVE 99999 TO WS-Goal-Months
            END-COMPUTE
            MOVE WS-Goal-Months TO WS-Fld-Number
            PERFORM ADD-NUMBER-FIELD-SECT
        ELSE
            MOVE SPACES TO WS-Fld-Text
            PERFORM ADD-TEXT-FIELD-SECT
        END-IF
    END-IF
    MOVE Pti-Goal-Set-Date TO WS-Fld-Text
    PERFORM ADD-TEXT-FIELD-SECT
    PERFORM WRITE-PORTAL-LINE-SECT
END-IF.
*> P line.
IF Pti-Has-Plan THEN
    MOVE SPACES TO Portal-Line
    MOVE 1 TO WS-Line-Ptr
    STRING 'P|' DELIMITED BY SIZE
        WS-Pe-ID(WS-Pe-Idx) DELIMITED BY SIZE
        INTO Portal-Line WITH POINTER WS-Line-Ptr
    MOVE Pti-Plan-Monthly TO WS-Fld-Amount
    PERFORM ADD-AMOUNT-FIELD-SECT
    MOVE Pti-Plan-Start TO WS-Fld-Text
    PERFORM ADD-TEXT-FIELD-SECT
    MOVE Pti-Plan-Target TO WS-Fld-Text
    PERFORM ADD-TEXT-FIELD-SECT
    MOVE Pti-Deficit-Balance TO WS-Fld-Amount
    PERFORM ADD-AMOUNT-FIELD-SECT
    PERFORM WRITE-PORTAL-LINE-SECT
END-IF.

ADD-TEXT-FIELD-SECT.
*> A bar, then the field without its trailing spaces; an empty
*> field is the bar alone.
STRING '|' DELIMITED BY SIZE INTO Portal-Line WITH POINTER WS-Line-Ptr.
IF WS-Fld-Text NOT = SPACES THEN
    STRING FUNCTION TRIM(WS-Fld-Text) DELIMITED BY SIZE
        INTO Portal-Line WITH POINTER WS-Line-Ptr
END-IF.

ADD-AMOUNT-FIELD-SECT.
MOVE WS-Fld-Amount TO WS-Fld-Edit.
MOVE FUNCTION TRIM(WS-Fld-Edit) TO WS-Fld-Text.
PERFORM ADD-TEXT-FIELD-SECT.

ADD-NUMBER-FIELD-SECT.
MOVE WS-Fld-Number TO WS-Fld-Num-Edit.
MOVE FUNCTION TRIM(WS-Fld-Num-Edit) TO WS-Fld-Text.
PERFORM ADD-TEXT-FIELD-SECT.

WRITE-PORTAL-LINE-SECT.
WRITE Portal-Line.
ADD 1 TO WS-Line-Count.

REWRITE-SENT-REGISTER-SECT.
*> Rewritten only once the file is safely closed: the register is
*> exactly what the portal holds after loading it.
OPEN OUTPUT Portal-Sent-File.
IF WS-Portal-Sent-Status NOT = "00" THEN
    DISPLAY 'PORTAL: could not write WTM-PORTAL-SENT.DAT, file status ', WS-Portal-Sent-Status
    DISPLAY 'PORTAL: send ', FUNCTION TRIM(WS-Portal-File-Name), ' but run the next extract as a full reload.'
    MOVE 8 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING WS-Ps-Idx FROM 1 BY 1 UNTIL WS-Ps-Idx > WS-New-Sent-Count
    MOVE WS-Ns-ID(WS-Ps-Idx) TO Pts-Employee-ID
    MOVE WS-Ns-Send-Date(WS-Ps-Idx) TO Pts-Send-Date
    MOVE WS-Ns-File-Name(WS-Ps-Idx) TO Pts-File-Name
    MOVE WS-Ns-Image(WS-Ps-Idx) TO Pts-Image
    WRITE Portal-Sent-Record
END-PERFORM.
CLOSE Portal-Sent-File.
SET Rjn-File-Image TO TRUE.
MOVE 'WTM-PORTAL-SENT.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.

CATALOG-FILE-SECT.
MOVE 'PORTAL  ' TO Gen-Family.
MOVE WS-Portal-File-Name TO Gen-File-Name.
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

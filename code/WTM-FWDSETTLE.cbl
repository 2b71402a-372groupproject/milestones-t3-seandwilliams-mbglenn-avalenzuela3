*> Forward contract maturity settlement. Runs nightly (and on demand
*> from the menu) over the register WTM-FWD-CONTRACTS.DAT kept by
*> WTM-FWDBOOK: every open contract whose maturity date has arrived
*> is settled at its contracted rate. The spot rate in force on the
*> maturity date (the effective-dated WTM-FX-RATES.DAT row, the same
*> as-of rule WTM-INTERNATIONAL uses) is set beside it, and the gain
*> or loss - what the contract delivered against what the spot market
*> would have, in home currency at that spot rate - goes to
*> WTM-FWD-SETTLE-REPORT.TXT. Each settlement is written to
*> WTM-AUDIT-LOG.DAT as a conversion at the contracted rate, marked
*> Audit-Rate-Source F with the contract number, so the audit trail
*> shows which rate was used. A contract with no spot rate in force
*> for its maturity date is left open and reported, so the next run
*> picks it up once treasury loads the rate.
*> Exit RETURN-CODE convention (shared by the WTM suite):
*>   0 normal, 4 contracts left open, 8 record-level errors,
*>   12 fatal (a file could not be opened or rewritten).
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-FWDSETTLE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Fwd-Contract-File ASSIGN TO "WTM-FWD-CONTRACTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Fwd-Contract-Status.
    SELECT FX-Rate-File ASSIGN TO "WTM-FX-RATES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FX-Rate-Status.
    SELECT Employee-Master-File ASSIGN TO "WTM-EMPLOYEE-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Employee-Master-Status.
    SELECT Audit-Log-File ASSIGN TO "WTM-AUDIT-LOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Audit-Log-Status.
    SELECT Settle-Report-File ASSIGN TO "WTM-FWD-SETTLE-REPORT.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Settle-Report-Status.

DATA DIVISION.
FILE SECTION.
FD  Fwd-Contract-File.
    COPY "WTM-FWD-CONTRACT-REC.cpy".

FD  FX-Rate-File.
01 FX-Rate-Input-Record.
    05 FX-Input-Code     PIC X(3).
    05 FX-Input-Rate     PIC 9(5)V9999.
    05 FX-Input-Eff-Date PIC 9(8).

FD  Employee-Master-File.
    COPY "WTM-EMPLOYEE-MASTER-REC.cpy".

FD  Audit-Log-File.
    COPY "WTM-AUDIT-REC.cpy".

FD  Settle-Report-File.
01 Settle-Report-Line PIC X(120).

WORKING-STORAGE SECTION.
01 WS-Gate-Function PIC X(20).
01 WS-Gate-Role PIC X.
01 WS-Gate-Result PIC X.
    88 Gate-Granted VALUE "G" FALSE "D".
01 WS-Fwd-Contract-Status PIC XX.
01 WS-FX-Rate-Status PIC XX.
01 WS-Employee-Master-Status PIC XX.
01 WS-Audit-Log-Status PIC XX.
01 WS-Settle-Report-Status PIC XX.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Today PIC 9(8).
01 WS-Contract-Table.
    05 WS-Fct-Entry OCCURS 500 TIMES.
       10 WS-Fct-Row PIC X(109).
01 WS-Contract-Count PIC 9(3) VALUE 0.
01 WS-Contract-Idx PIC 9(3).
01 WS-FX-Rate-Table.
    05 WS-FX-Entry OCCURS 200 TIMES.
       10 WS-FX-Code     PIC X(3).
       10 WS-FX-Rate     PIC 9(5)V9999.
       10 WS-FX-Eff-Date PIC 9(8).
01 WS-FX-Rate-Count PIC 9(3) VALUE 0.
01 WS-FX-Idx PIC 9(3).
01 WS-Spot-Rate PIC 9(5)V9999.
01 WS-Spot-Eff-Date PIC 9(8).
01 WS-Spot-Found-Flag PIC X VALUE "N".
    88 Spot-Found VALUE "Y" FALSE "N".
01 WS-Company-Table.
    05 WS-Co-Entry OCCURS 500 TIMES.
       10 WS-Co-Employee-ID PIC 9(6).
       10 WS-Co-Company     PIC X(3).
01 WS-Company-Count PIC 9(3) VALUE 0.
01 WS-Co-Idx PIC 9(3).
01 WS-Settle-Company PIC X(3).
01 WS-Delivered PIC 9(11)V99.
01 WS-At-Spot PIC 9(11)V99.
01 WS-Gain-Loss PIC S9(9)V99.
01 WS-Fits-Audit-Flag PIC X VALUE "Y".
    88 Fits-Audit VALUE "Y" FALSE "N".
01 WS-Due-Count PIC 9(5) VALUE 0.
01 WS-Settled-Count PIC 9(5) VALUE 0.
01 WS-Left-Open-Count PIC 9(5) VALUE 0.
01 WS-Total-Gain-Loss PIC S9(11)V99 VALUE 0.
01 WS-Register-Changed-Flag PIC X VALUE "N".
    88 Register-Changed VALUE "Y" FALSE "N".
01 WS-Stamp-Operator-ID PIC X(8).
01 WS-Money-Disp PIC ZZZ,ZZZ,ZZ9.99.
01 WS-Delivered-Disp PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-Gain-Disp PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-Total-Disp PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-Contract-Rate-Disp PIC ZZZZ9.9999.
01 WS-Spot-Rate-Disp PIC ZZZZ9.9999.
01 WS-Reason PIC X(50).
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".
*> Each contract settled is a run; its ID goes on the audit row.
    COPY "WTM-RUN-ID.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '--------------------------- WTM FORWARD CONTRACT SETTLEMENT ---------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
*> Protected function: settlement posts conversions to the audit log
*> and closes contracts, so it requires the supervisor role whether
*> launched from the console, the command line, or the nightly
*> stream. Denials are logged by the gate.
MOVE 'WTM-FWDSETTLE' TO WS-Gate-Function.
MOVE "S" TO WS-Gate-Role.
CALL 'WTM-ROLE-GATE' USING WS-Gate-Function, WS-Gate-Role, WS-Gate-Result.
IF NOT Gate-Granted THEN
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
MOVE 0 TO RETURN-CODE.
MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
IF WTM-Operator-ID = SPACES THEN
    MOVE 'UNKNOWN ' TO WS-Stamp-Operator-ID
ELSE
    MOVE WTM-Operator-ID TO WS-Stamp-Operator-ID
END-IF.
PERFORM LOAD-REGISTER-SECT.
IF WS-Contract-Count = 0 THEN
    DISPLAY 'FWDSETTLE: no contracts on WTM-FWD-CONTRACTS.DAT - nothing to settle.'
    GOBACK
END-IF.
PERFORM LOAD-FX-RATES-SECT.
PERFORM LOAD-COMPANIES-SECT.
OPEN OUTPUT Settle-Report-File.
IF WS-Settle-Report-Status NOT = "00" THEN
    DISPLAY 'FWDSETTLE: could not open WTM-FWD-SETTLE-REPORT.TXT, file status ', WS-Settle-Report-Status
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-AUDIT-LOG.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN EXTEND Audit-Log-File.
IF WS-Audit-Log-Status = "35" THEN
    OPEN OUTPUT Audit-Log-File
END-IF.
IF WS-Audit-Log-Status NOT = "00" THEN
    DISPLAY 'FWDSETTLE: could not open WTM-AUDIT-LOG.DAT, file status ', WS-Audit-Log-Status
    DISPLAY 'No contract is settled without its audit record.'
    CLOSE Settle-Report-File
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
MOVE SPACES TO Settle-Report-Line.
STRING 'WTM FORWARD CONTRACT SETTLEMENT - contracts maturing on or before ' DELIMITED BY SIZE
    WS-Today DELIMITED BY SIZE
    INTO Settle-Report-Line.
WRITE Settle-Report-Line.
MOVE 'CONTRACT EMPLOYEE CUR        NOTIONAL   CONTRACT       SPOT  MATURES          DELIVERED       GAIN/LOSS' TO Settle-Report-Line.
WRITE Settle-Report-Line.
PERFORM VARYING WS-Contract-Idx FROM 1 BY 1 UNTIL WS-Contract-Idx > WS-Contract-Count
    MOVE WS-Fct-Row(WS-Contract-Idx) TO Fwd-Contract-Record
    IF Fwc-Open AND (Fwc-Maturity-Date <= WS-Today) THEN
        ADD 1 TO WS-Due-Count
        PERFORM SETTLE-ONE-CONTRACT-SECT
        MOVE Fwd-Contract-Record TO WS-Fct-Row(WS-Contract-Idx)
    END-IF
END-PERFORM.
CLOSE Audit-Log-File.
SET File-Ctl-Register TO TRUE.
MOVE 'WTM-AUDIT-LOG.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
IF Register-Changed THEN
    PERFORM REWRITE-REGISTER-SECT
END-IF.
MOVE WS-Total-Gain-Loss TO WS-Total-Disp.
MOVE SPACES TO Settle-Report-Line.
STRING WS-Due-Count DELIMITED BY SIZE
    ' contract(s) due: ' DELIMITED BY SIZE
    WS-Settled-Count DELIMITED BY SIZE
    ' settled, ' DELIMITED BY SIZE
    WS-Left-Open-Count DELIMITED BY SIZE
    ' left open. Net gain/loss against spot ' DELIMITED BY SIZE
    WS-Total-Disp DELIMITED BY SIZE
    INTO Settle-Report-Line.
WRITE Settle-Report-Line.
CLOSE Settle-Report-File.
DISPLAY Settle-Report-Line.
DISPLAY 'Report written to WTM-FWD-SETTLE-REPORT.TXT.'.
IF (WS-Left-Open-Count > 0) AND (RETURN-CODE < 4) THEN
    MOVE 4 TO RETURN-CODE
END-IF.
GOBACK.

LOAD-REGISTER-SECT.
MOVE 0 TO WS-Contract-Count.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Fwd-Contract-File.
IF WS-Fwd-Contract-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Fwd-Contract-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF WS-Contract-Count < 500 THEN
                ADD 1 TO WS-Contract-Count
                MOVE Fwd-Contract-Record TO WS-Fct-Row(WS-Contract-Count)
            ELSE
                DISPLAY 'WARNING: WTM-FWD-CONTRACTS.DAT holds more than 500 contracts - the rest are not settled.'
                MOVE 8 TO RETURN-CODE
                SET File-EOF TO TRUE
            END-IF
    END-READ
END-PERFORM.
CLOSE Fwd-Contract-File.

REWRITE-REGISTER-SECT.
OPEN OUTPUT Fwd-Contract-File.
IF WS-Fwd-Contract-Status NOT = "00" THEN
    DISPLAY 'FWDSETTLE: could not rewrite WTM-FWD-CONTRACTS.DAT, file status ', WS-Fwd-Contract-Status
    DISPLAY 'The audit log already carries tonight''s settlements - restore the register by hand.'
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING WS-Contract-Idx FROM 1 BY 1 UNTIL WS-Contract-Idx > WS-Contract-Count
    MOVE WS-Fct-Row(WS-Contract-Idx) TO Fwd-Contract-Record
    WRITE Fwd-Contract-Record
END-PERFORM.
CLOSE Fwd-Contract-File.
SET Rjn-File-Image TO TRUE.
MOVE 'WTM-FWD-CONTRACTS.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.

LOAD-FX-RATES-SECT.
MOVE 0 TO WS-FX-Rate-Count.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT FX-Rate-File.
IF WS-FX-Rate-Status NOT = "00" THEN
    DISPLAY 'WARNING: could not open WTM-FX-RATES.DAT, file status ', WS-FX-Rate-Status
    DISPLAY 'No spot rate is available - every due contract stays open.'
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ FX-Rate-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF WS-FX-Rate-Count < 200 THEN
                ADD 1 TO WS-FX-Rate-Count
                MOVE FX-Input-Code TO WS-FX-Code(WS-FX-Rate-Count)
                MOVE FX-Input-Rate TO WS-FX-Rate(WS-FX-Rate-Count)
                IF FX-Input-Eff-Date IS NUMERIC THEN
                    MOVE FX-Input-Eff-Date TO WS-FX-Eff-Date(WS-FX-Rate-Count)
                ELSE
                    MOVE 0 TO WS-FX-Eff-Date(WS-FX-Rate-Count)
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE FX-Rate-File.

LOAD-COMPANIES-SECT.
*> Employee-to-company, for the audit record's company code.
MOVE 0 TO WS-Company-Count.
MOVE "N" TO WS-File-EOF-Flag.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-EMPLOYEE-MASTER.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Employee-Master-File.
IF WS-Employee-Master-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Employee-Master-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF WS-Company-Count < 500 THEN
                ADD 1 TO WS-Company-Count
                MOVE Empl-ID TO WS-Co-Employee-ID(WS-Company-Count)
                MOVE Empl-Company TO WS-Co-Company(WS-Company-Count)
            END-IF
    END-READ
END-PERFORM.
CLOSE Employee-Master-File.

FIND-SPOT-RATE-SECT.
*> As-of lookup: of the rate rows for the contract's currency whose
*> effective date is on or before its maturity date, the latest wins.
MOVE "N" TO WS-Spot-Found-Flag.
MOVE 0 TO WS-Spot-Rate.
MOVE 0 TO WS-Spot-Eff-Date.
PERFORM VARYING WS-FX-Idx FROM 1 BY 1 UNTIL WS-FX-Idx > WS-FX-Rate-Count
    IF (WS-FX-Code(WS-FX-Idx) = Fwc-Curr-Code)
        AND (WS-FX-Eff-Date(WS-FX-Idx) <= Fwc-Maturity-Date)
        AND ((NOT Spot-Found) OR (WS-FX-Eff-Date(WS-FX-Idx) >= WS-Spot-Eff-Date)) THEN
        SET Spot-Found TO TRUE
        MOVE WS-FX-Eff-Date(WS-FX-Idx) TO WS-Spot-Eff-Date
        MOVE WS-FX-Rate(WS-FX-Idx) TO WS-Spot-Rate
    END-IF
END-PERFORM.
IF WS-Spot-Rate = 0 THEN
    MOVE "N" TO WS-Spot-Found-Flag
END-IF.

SETTLE-ONE-CONTRACT-SECT.
PERFORM FIND-SPOT-RATE-SECT.
IF NOT Spot-Found THEN
    MOVE 'LEFT OPEN: no spot rate on the maturity date' TO WS-Reason
    PERFORM WRITE-LEFT-OPEN-SECT
    EXIT PARAGRAPH
END-IF.
COMPUTE WS-Delivered ROUNDED = Fwc-Notional * Fwc-Contract-Rate.
COMPUTE WS-At-Spot ROUNDED = Fwc-Notional * WS-Spot-Rate.
COMPUTE WS-Gain-Loss ROUNDED = (WS-Delivered - WS-At-Spot) / WS-Spot-Rate
    ON SIZE ERROR
        MOVE 'LEFT OPEN: gain/loss too large to record' TO WS-Reason
        PERFORM WRITE-LEFT-OPEN-SECT
        EXIT PARAGRAPH
END-COMPUTE.
MOVE SPACES TO WS-Settle-Company.
PERFORM VARYING WS-Co-Idx FROM 1 BY 1 UNTIL WS-Co-Idx > WS-Company-Count
    IF WS-Co-Employee-ID(WS-Co-Idx) = Fwc-Employee-ID THEN
        MOVE WS-Co-Company(WS-Co-Idx) TO WS-Settle-Company
    END-IF
END-PERFORM.
*> The conversion at the contracted rate, as the audit trail of
*> record: the delivered foreign amount is the converted salary.
MOVE "Y" TO WS-Fits-Audit-Flag.
MOVE Fwc-Employee-ID TO Audit-Employee-ID.
MOVE Fwc-Curr-Code TO Audit-Curr-Code.
MOVE Fwc-Contract-Rate TO Audit-FX-Rate.
MOVE 0 TO Audit-Tax-Rate.
COMPUTE Audit-Salary = WS-Delivered
    ON SIZE ERROR MOVE "N" TO WS-Fits-Audit-Flag
END-COMPUTE.
IF NOT Fits-Audit THEN
    MOVE 'LEFT OPEN: delivered amount too large to audit' TO WS-Reason
    PERFORM WRITE-LEFT-OPEN-SECT
    EXIT PARAGRAPH
END-IF.
MOVE 0 TO Audit-Rent.
MOVE 0 TO Audit-Bills.
MOVE 0 TO Audit-Food.
MOVE 0 TO Audit-Travel.
MOVE 0 TO Audit-Extra.
MOVE 0 TO Audit-Extra-Percent.
MOVE FUNCTION CURRENT-DATE(1:8) TO Audit-Date.
MOVE FUNCTION CURRENT-DATE(9:8) TO Audit-Time.
MOVE WS-Stamp-Operator-ID TO Audit-Operator-ID.
MOVE 0 TO Audit-FX-Fee.
MOVE Fwc-Curr-Code TO Audit-Inc-Curr-Code.
MOVE WS-Settle-Company TO Audit-Company-Code.
MOVE WS-Delivered TO Audit-Gross-Salary.
SET Audit-Forward-Rate TO TRUE.
MOVE Fwc-Contract-No TO Audit-Contract-No.
PERFORM NEXT-RUN-ID-SECT.
MOVE WS-Run-ID TO Audit-Run-ID.
WRITE Audit-Log-Record.
SET Rjn-After-Image TO TRUE.
MOVE 'WTM-AUDIT-LOG.DAT' TO WS-Rjn-File-Name.
MOVE Audit-Log-Record TO WS-Rjn-Record.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
SET Fwc-Settled TO TRUE.
MOVE WS-Today TO Fwc-Settle-Date.
MOVE WS-Spot-Rate TO Fwc-Spot-Rate.
MOVE WS-Delivered TO Fwc-Delivered.
MOVE WS-Gain-Loss TO Fwc-Gain-Loss.
MOVE WS-Stamp-Operator-ID TO Fwc-Settled-By.
SET Register-Changed TO TRUE.
ADD 1 TO WS-Settled-Count.
ADD WS-Gain-Loss TO WS-Total-Gain-Loss.
MOVE Fwc-Notional TO WS-Money-Disp.
MOVE WS-Delivered TO WS-Delivered-Disp.
MOVE WS-Gain-Loss TO WS-Gain-Disp.
MOVE Fwc-Contract-Rate TO WS-Contract-Rate-Disp.
MOVE WS-Spot-Rate TO WS-Spot-Rate-Disp.
MOVE SPACES TO Settle-Report-Line.
STRING Fwc-Contract-No DELIMITED BY SIZE
    '   ' DELIMITED BY SIZE
    Fwc-Employee-ID DELIMITED BY SIZE
    '   ' DELIMITED BY SIZE
    Fwc-Curr-Code DELIMITED BY SIZE
    ' ' DELIMITED BY SIZE
    WS-Money-Disp DELIMITED BY SIZE
    ' ' DELIMITED BY SIZE
    WS-Contract-Rate-Disp DELIMITED BY SIZE
    ' ' DELIMITED BY SIZE
    WS-Spot-Rate-Disp DELIMITED BY SIZE
    ' ' DELIMITED BY SIZE
    Fwc-Maturity-Date DELIMITED BY SIZE
    ' ' DELIMITED BY SIZE
    WS-Delivered-Disp DELIMITED BY SIZE
    ' ' DELIMITED BY SIZE
    WS-Gain-Disp DELIMITED BY SIZE
    INTO Settle-Report-Line.
WRITE Settle-Report-Line.
DISPLAY 'Contract ', Fwc-Contract-No, ' settled at ', Fwc-Contract-Rate, ' (spot ', WS-Spot-Rate,
    '), gain/loss ', WS-Gain-Disp.

NEXT-RUN-ID-SECT.
*> The job's start stamp on the first settlement, then one more on
*> the sequence per settlement (a fresh stamp past 9999).
IF (WS-Run-ID-Stamp = 0) OR (WS-Run-ID-Seq = 9999) THEN
    MOVE 'FS' TO WS-Run-ID-Source
    MOVE FUNCTION CURRENT-DATE(1:16) TO WS-Run-ID-Stamp
    MOVE 0 TO WS-Run-ID-Stream
    MOVE 0 TO WS-Run-ID-Seq
END-IF.
ADD 1 TO WS-Run-ID-Seq.

WRITE-LEFT-OPEN-SECT.
ADD 1 TO WS-Left-Open-Count.
MOVE Fwc-Notional TO WS-Money-Disp.
MOVE Fwc-Contract-Rate TO WS-Contract-Rate-Disp.
MOVE SPACES TO Settle-Report-Line.
STRING Fwc-Contract-No DELIMITED BY SIZE
    '   ' DELIMITED BY SIZE
    Fwc-Employee-ID DELIMITED BY SIZE
    '   ' DELIMITED BY SIZE
    Fwc-Curr-Code DELIMITED BY SIZE
    ' ' DELIMITED BY SIZE
    WS-Money-Disp DELIMITED BY SIZE
    ' ' DELIMITED BY SIZE
    WS-Contract-Rate-Disp DELIMITED BY SIZE
    '  ' DELIMITED BY SIZE
    WS-Reason DELIMITED BY SIZE
    INTO Settle-Report-Line.
WRITE Settle-Report-Line.
DISPLAY 'Contract ', Fwc-Contract-No, ' ', FUNCTION TRIM(WS-Reason), '.'.

*> General-ledger trial-balance reconciliation. Accounting's
*> period-end trial-balance extract (WTM-GL-TRIAL-BALANCE.DAT: period,
*> company, GL account, the period's debit and credit activity) is
*> reconciled against the vouchers WTM-GLEXPORT sent for the same
*> period (WTM-GL-VOUCHERS-<period>.DAT), company by company and
*> account by account. Only the accounts in WTM-GL-ACCOUNT-MAP.DAT are
*> compared - the rest of the trial balance is not ours. The net
*> (debit less credit) of each company/account is compared, and
*> WTM-GL-RECON-<period>.TXT lists the accounts that match, those that
*> differ, accounts posted on their side with no voucher from us, and
*> voucher lines that never reached their ledger. Differences or
*> unexplained postings give RC 8. The extract is fingerprinted
*> through WTM-FEEDCHECK, so the same trial balance is never taken in
*> twice without a release.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-GLRECON.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Trial-Balance-File ASSIGN TO "WTM-GL-TRIAL-BALANCE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Trial-Balance-Status.
    SELECT GL-Map-File ASSIGN TO "WTM-GL-ACCOUNT-MAP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GL-Map-Status.
    SELECT GL-Voucher-File ASSIGN TO WS-GL-Voucher-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GL-Voucher-Status.
    SELECT Recon-Report-File ASSIGN TO WS-Recon-Report-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Recon-Report-Status.

DATA DIVISION.
FILE SECTION.
FD  Trial-Balance-File.
01 Trial-Balance-Record.
    05 Tb-Period      PIC 9(6).
    05 Tb-Company     PIC X(3).
    05 Tb-GL-Account  PIC X(8).
    05 Tb-Debit       PIC 9(11)V99.
    05 Tb-Credit      PIC 9(11)V99.

FD  GL-Map-File.
01 GL-Map-Record.
    05 Map-Source-Tag PIC X(8).
    05 Map-GL-Account PIC X(8).
    05 Map-Side       PIC X.

FD  GL-Voucher-File.
01 GL-Voucher-Record.
    05 Vch-Period     PIC 9(6).
    05 Vch-Company    PIC X(3).
    05 Vch-GL-Account PIC X(8).
    05 Vch-Side       PIC X.
    05 Vch-Amount     PIC 9(11)V99.
    05 Vch-Source     PIC X(8).
    05 Vch-Counterparty PIC X(3).

FD  Recon-Report-File.
01 Recon-Report-Line PIC X(110).

WORKING-STORAGE SECTION.
01 WS-Trial-Balance-Status PIC XX.
01 WS-GL-Map-Status PIC XX.
01 WS-GL-Voucher-Status PIC XX.
01 WS-Recon-Report-Status PIC XX.
01 WS-GL-Voucher-Name PIC X(40).
01 WS-Recon-Report-Name PIC X(40).
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Numeric-Input PIC X(10).
01 WS-Test-Numval PIC 9(4).
01 WS-Input-Valid PIC X VALUE "N".
    88 Input-Valid VALUE "Y" FALSE "N".
01 WS-Report-Period PIC 9(6).
*> The GL accounts our vouchers can post to.
01 WS-Map-Table.
    05 WS-Map-Account PIC X(8) OCCURS 30 TIMES.
01 WS-Map-Count PIC 9(2) VALUE 0.
01 WS-Map-Idx PIC 9(2).
01 WS-Map-Found-Flag PIC X.
    88 Map-Account-Found VALUE "Y" FALSE "N".
*> One row per company/account seen on either side.
01 WS-Rec-Table.
    05 WS-Rec-Entry OCCURS 300 TIMES.
       10 WS-Rec-Company   PIC X(3).
       10 WS-Rec-Account   PIC X(8).
       10 WS-Rec-Our-Debit  PIC S9(11)V99.
       10 WS-Rec-Our-Credit PIC S9(11)V99.
       10 WS-Rec-Tb-Debit   PIC S9(11)V99.
       10 WS-Rec-Tb-Credit  PIC S9(11)V99.
       10 WS-Rec-Sent-Flag  PIC X.
          88 Rec-Sent VALUE "Y" FALSE "N".
       10 WS-Rec-On-Tb-Flag PIC X.
          88 Rec-On-Tb VALUE "Y" FALSE "N".
01 WS-Rec-Count PIC 9(3) VALUE 0.
01 WS-Rec-Idx PIC 9(3).
01 WS-Rec-Slot PIC 9(3).
01 WS-Lookup-Company PIC X(3).
01 WS-Lookup-Account PIC X(8).
01 WS-Our-Net PIC S9(11)V99.
01 WS-Tb-Net PIC S9(11)V99.
01 WS-Net-Diff PIC S9(11)V99.
01 WS-Section-Lines PIC 9(3).
01 WS-Matched-Count PIC 9(3) VALUE 0.
01 WS-Differ-Count PIC 9(3) VALUE 0.
01 WS-No-Voucher-Count PIC 9(3) VALUE 0.
01 WS-Not-Posted-Count PIC 9(3) VALUE 0.
01 WS-Tb-Read PIC 9(5) VALUE 0.
01 WS-Tb-Other-Period PIC 9(5) VALUE 0.
01 WS-Tb-Not-Ours PIC 9(5) VALUE 0.
01 WS-Money-Disp PIC --,---,---,--9.99.
    COPY "WTM-FEED-CHECK.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '------------------------ WTM GENERAL-LEDGER TRIAL-BALANCE RECONCILIATION -------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
PERFORM LOAD-GL-MAP-SECT.
IF WS-Map-Count = 0 THEN
    DISPLAY 'GLRECON: WTM-GL-ACCOUNT-MAP.DAT is missing or empty - there is no account to reconcile.'
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
DISPLAY 'Enter the period to reconcile (YYYYMM):'.
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
SET Feed-Chk-Check TO TRUE.
MOVE 'WTM-GL-TRIAL-BALANCE.DAT' TO WS-Feed-Chk-Name.
MOVE 7 TO WS-Feed-Chk-Key-Start.
MOVE 11 TO WS-Feed-Chk-Key-Length.
CALL 'WTM-FEEDCHECK' USING WS-Feed-Chk-Function, WS-Feed-Chk-Name, WS-Feed-Chk-Key-Start,
    WS-Feed-Chk-Key-Length, WS-Feed-Chk-Result.
IF Feed-Chk-Duplicate THEN
    DISPLAY 'TRIAL BALANCE HELD: WTM-GL-TRIAL-BALANCE.DAT has already been reconciled - release it to run again.'
    MOVE 8 TO RETURN-CODE
    GOBACK
END-IF.
IF Feed-Chk-Missing THEN
    DISPLAY 'No WTM-GL-TRIAL-BALANCE.DAT from accounting - nothing to reconcile.'
    GOBACK
END-IF.
PERFORM LOAD-VOUCHERS-SECT.
PERFORM LOAD-TRIAL-BALANCE-SECT.
IF RETURN-CODE >= 12 THEN
    GOBACK
END-IF.
PERFORM WRITE-RECON-REPORT-SECT.
IF RETURN-CODE < 12 THEN
    SET Feed-Chk-Record TO TRUE
    CALL 'WTM-FEEDCHECK' USING WS-Feed-Chk-Function, WS-Feed-Chk-Name, WS-Feed-Chk-Key-Start,
        WS-Feed-Chk-Key-Length, WS-Feed-Chk-Result
END-IF.
GOBACK.

LOAD-GL-MAP-SECT.
MOVE 0 TO WS-Map-Count.
OPEN INPUT GL-Map-File.
IF WS-GL-Map-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL WS-GL-Map-Status NOT = "00"
    READ GL-Map-File
        AT END EXIT PERFORM
        NOT AT END
            MOVE Map-GL-Account TO WS-Lookup-Account
            PERFORM FIND-MAP-ACCOUNT-SECT
            IF (NOT Map-Account-Found) AND (WS-Map-Count < 30) THEN
                ADD 1 TO WS-Map-Count
                MOVE Map-GL-Account TO WS-Map-Account(WS-Map-Count)
            END-IF
    END-READ
END-PERFORM.
CLOSE GL-Map-File.

FIND-MAP-ACCOUNT-SECT.
MOVE "N" TO WS-Map-Found-Flag.
PERFORM VARYING WS-Map-Idx FROM 1 BY 1 UNTIL (WS-Map-Idx > WS-Map-Count) OR Map-Account-Found
    IF WS-Map-Account(WS-Map-Idx) = WS-Lookup-Account THEN
        SET Map-Account-Found TO TRUE
    END-IF
END-PERFORM.

LOAD-VOUCHERS-SECT.
MOVE SPACES TO WS-GL-Voucher-Name.
STRING 'WTM-GL-VOUCHERS-' DELIMITED BY SIZE
    WS-Report-Period DELIMITED BY SIZE
    '.DAT' DELIMITED BY SIZE
    INTO WS-GL-Voucher-Name.
OPEN INPUT GL-Voucher-File.
IF WS-GL-Voucher-Status NOT = "00" THEN
    DISPLAY 'WARNING: no ', FUNCTION TRIM(WS-GL-Voucher-Name), ' - no vouchers were sent for the period, so every posting is unexplained.'
    MOVE 4 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ GL-Voucher-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            MOVE Vch-Company TO WS-Lookup-Company
            MOVE Vch-GL-Account TO WS-Lookup-Account
            PERFORM FIND-REC-SLOT-SECT
            IF WS-Rec-Slot > 0 THEN
                SET Rec-Sent(WS-Rec-Slot) TO TRUE
                IF Vch-Side = "C" THEN
                    ADD Vch-Amount TO WS-Rec-Our-Credit(WS-Rec-Slot)
                ELSE
                    ADD Vch-Amount TO WS-Rec-Our-Debit(WS-Rec-Slot)
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE GL-Voucher-File.

LOAD-TRIAL-BALANCE-SECT.
OPEN INPUT Trial-Balance-File.
IF WS-Trial-Balance-Status NOT = "00" THEN
    DISPLAY 'GLRECON: could not open WTM-GL-TRIAL-BALANCE.DAT, file status ', WS-Trial-Balance-Status
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Trial-Balance-File
        AT END SET File-EOF TO TRUE
        NOT AT END PERFORM TAKE-TB-ROW-SECT
    END-READ
END-PERFORM.
CLOSE Trial-Balance-File.

TAKE-TB-ROW-SECT.
ADD 1 TO WS-Tb-Read.
IF Tb-Period NOT = WS-Report-Period THEN
    ADD 1 TO WS-Tb-Other-Period
    EXIT PARAGRAPH
END-IF.
MOVE Tb-GL-Account TO WS-Lookup-Account.
PERFORM FIND-MAP-ACCOUNT-SECT.
IF NOT Map-Account-Found THEN
    ADD 1 TO WS-Tb-Not-Ours
    EXIT PARAGRAPH
END-IF.
IF (Tb-Debit NOT NUMERIC) OR (Tb-Credit NOT NUMERIC) THEN
    DISPLAY 'WARNING: trial-balance row ', Tb-Company, ' ', Tb-GL-Account, ' has a non-numeric amount and is skipped.'
    IF RETURN-CODE < 4 THEN
        MOVE 4 TO RETURN-CODE
    END-IF
    EXIT PARAGRAPH
END-IF.
MOVE Tb-Company TO WS-Lookup-Company.
PERFORM FIND-REC-SLOT-SECT.
IF WS-Rec-Slot > 0 THEN
    SET Rec-On-Tb(WS-Rec-Slot) TO TRUE
    ADD Tb-Debit TO WS-Rec-Tb-Debit(WS-Rec-Slot)
    ADD Tb-Credit TO WS-Rec-Tb-Credit(WS-Rec-Slot)
END-IF.

FIND-REC-SLOT-SECT.
MOVE 0 TO WS-Rec-Slot.
PERFORM VARYING WS-Rec-Idx FROM 1 BY 1 UNTIL (WS-Rec-Idx > WS-Rec-Count) OR (WS-Rec-Slot > 0)
    IF (WS-Rec-Company(WS-Rec-Idx) = WS-Lookup-Company) AND (WS-Rec-Account(WS-Rec-Idx) = WS-Lookup-Account) THEN
        MOVE WS-Rec-Idx TO WS-Rec-Slot
    END-IF
END-PERFORM.
IF WS-Rec-Slot > 0 THEN
    EXIT PARAGRAPH
END-IF.
IF WS-Rec-Count >= 300 THEN
    DISPLAY 'GLRECON: more than 300 company/account rows - ', WS-Lookup-Company, ' ', WS-Lookup-Account, ' is not reconciled.'
    MOVE 8 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
ADD 1 TO WS-Rec-Count.
MOVE WS-Rec-Count TO WS-Rec-Slot.
MOVE WS-Lookup-Company TO WS-Rec-Company(WS-Rec-Slot).
MOVE WS-Lookup-Account TO WS-Rec-Account(WS-Rec-Slot).
MOVE 0 TO WS-Rec-Our-Debit(WS-Rec-Slot).
MOVE 0 TO WS-Rec-Our-Credit(WS-Rec-Slot).
MOVE 0 TO WS-Rec-Tb-Debit(WS-Rec-Slot).
MOVE 0 TO WS-Rec-Tb-Credit(WS-Rec-Slot).
MOVE "N" TO WS-Rec-Sent-Flag(WS-Rec-Slot).
MOVE "N" TO WS-Rec-On-Tb-Flag(WS-Rec-Slot).

WRITE-RECON-REPORT-SECT.
MOVE SPACES TO WS-Recon-Report-Name.
STRING 'WTM-GL-RECON-' DELIMITED BY SIZE
    WS-Report-Period DELIMITED BY SIZE
    '.TXT' DELIMITED BY SIZE
    INTO WS-Recon-Report-Name.
OPEN OUTPUT Recon-Report-File.
IF WS-Recon-Report-Status NOT = "00" THEN
    DISPLAY 'GLRECON: could not create ', FUNCTION TRIM(WS-Recon-Report-Name), ', file status ', WS-Recon-Report-Status
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
MOVE SPACES TO Recon-Report-Line.
STRING 'WTM GL TRIAL-BALANCE RECONCILIATION - period ' DELIMITED BY SIZE
    WS-Report-Period DELIMITED BY SIZE
    '   vouchers: ' DELIMITED BY SIZE
    WS-GL-Voucher-Name DELIMITED BY SPACE
    INTO Recon-Report-Line.
PERFORM WRITE-LINE-SECT.
PERFORM VARYING WS-Rec-Idx FROM 1 BY 1 UNTIL WS-Rec-Idx > WS-Rec-Count
    PERFORM NET-ROW-SECT
    EVALUATE TRUE
        WHEN NOT Rec-Sent(WS-Rec-Idx)
            ADD 1 TO WS-No-Voucher-Count
        WHEN NOT Rec-On-Tb(WS-Rec-Idx)
            ADD 1 TO WS-Not-Posted-Count
        WHEN WS-Net-Diff = 0
            ADD 1 TO WS-Matched-Count
        WHEN OTHER
            ADD 1 TO WS-Differ-Count
    END-EVALUATE
END-PERFORM.
MOVE SPACES TO Recon-Report-Line.
PERFORM WRITE-LINE-SECT.
MOVE 'MATCHED - the ledger holds what we sent' TO Recon-Report-Line.
PERFORM WRITE-SECTION-HEADER-SECT.
PERFORM VARYING WS-Rec-Idx FROM 1 BY 1 UNTIL WS-Rec-Idx > WS-Rec-Count
    PERFORM NET-ROW-SECT
    IF Rec-Sent(WS-Rec-Idx) AND Rec-On-Tb(WS-Rec-Idx) AND (WS-Net-Diff = 0) THEN
        PERFORM WRITE-DETAIL-SECT
    END-IF
END-PERFORM.
PERFORM WRITE-SECTION-FOOTER-SECT.
MOVE 'DIFFERENCES - posted on both sides, amounts disagree' TO Recon-Report-Line.
PERFORM WRITE-SECTION-HEADER-SECT.
PERFORM VARYING WS-Rec-Idx FROM 1 BY 1 UNTIL WS-Rec-Idx > WS-Rec-Count
    PERFORM NET-ROW-SECT
    IF Rec-Sent(WS-Rec-Idx) AND Rec-On-Tb(WS-Rec-Idx) AND (WS-Net-Diff NOT = 0) THEN
        PERFORM WRITE-DETAIL-SECT
    END-IF
END-PERFORM.
PERFORM WRITE-SECTION-FOOTER-SECT.
MOVE 'POSTED BY ACCOUNTING WITH NO VOUCHER FROM US' TO Recon-Report-Line.
PERFORM WRITE-SECTION-HEADER-SECT.
PERFORM VARYING WS-Rec-Idx FROM 1 BY 1 UNTIL WS-Rec-Idx > WS-Rec-Count
    PERFORM NET-ROW-SECT
    IF NOT Rec-Sent(WS-Rec-Idx) THEN
        PERFORM WRITE-DETAIL-SECT
    END-IF
END-PERFORM.
PERFORM WRITE-SECTION-FOOTER-SECT.
MOVE 'SENT BY US, NOT ON THE TRIAL BALANCE' TO Recon-Report-Line.
PERFORM WRITE-SECTION-HEADER-SECT.
PERFORM VARYING WS-Rec-Idx FROM 1 BY 1 UNTIL WS-Rec-Idx > WS-Rec-Count
    PERFORM NET-ROW-SECT
    IF Rec-Sent(WS-Rec-Idx) AND (NOT Rec-On-Tb(WS-Rec-Idx)) THEN
        PERFORM WRITE-DETAIL-SECT
    END-IF
END-PERFORM.
PERFORM WRITE-SECTION-FOOTER-SECT.
MOVE SPACES TO Recon-Report-Line.
STRING WS-Matched-Count DELIMITED BY SIZE
    ' matched, ' DELIMITED BY SIZE
    WS-Differ-Count DELIMITED BY SIZE
    ' different, ' DELIMITED BY SIZE
    WS-No-Voucher-Count DELIMITED BY SIZE
    ' with no voucher from us, ' DELIMITED BY SIZE
    WS-Not-Posted-Count DELIMITED BY SIZE
    ' not posted by accounting.' DELIMITED BY SIZE
    INTO Recon-Report-Line.
PERFORM WRITE-LINE-SECT.
MOVE SPACES TO Recon-Report-Line.
STRING 'Trial-balance rows read ' DELIMITED BY SIZE
    WS-Tb-Read DELIMITED BY SIZE
    ', for another period ' DELIMITED BY SIZE
    WS-Tb-Other-Period DELIMITED BY SIZE
    ', on accounts outside the GL map ' DELIMITED BY SIZE
    WS-Tb-Not-Ours DELIMITED BY SIZE
    ' (not compared).' DELIMITED BY SIZE
    INTO Recon-Report-Line.
PERFORM WRITE-LINE-SECT.
IF (WS-Differ-Count + WS-No-Voucher-Count + WS-Not-Posted-Count) > 0 THEN
    MOVE 'OUT OF RECONCILIATION - investigate the accounts listed above with accounting.' TO Recon-Report-Line
    PERFORM WRITE-LINE-SECT
    MOVE 8 TO RETURN-CODE
ELSE
    MOVE 'RECONCILED - every mapped account agrees with the vouchers sent.' TO Recon-Report-Line
    PERFORM WRITE-LINE-SECT
END-IF.
CLOSE Recon-Report-File.
DISPLAY 'Reconciliation written to ', FUNCTION TRIM(WS-Recon-Report-Name), '.'.

NET-ROW-SECT.
COMPUTE WS-Our-Net = WS-Rec-Our-Debit(WS-Rec-Idx) - WS-Rec-Our-Credit(WS-Rec-Idx).
COMPUTE WS-Tb-Net = WS-Rec-Tb-Debit(WS-Rec-Idx) - WS-Rec-Tb-Credit(WS-Rec-Idx).
COMPUTE WS-Net-Diff = WS-Tb-Net - WS-Our-Net.

WRITE-SECTION-HEADER-SECT.
PERFORM WRITE-LINE-SECT.
MOVE 'CO   ACCOUNT        SENT (NET DR)          LEDGER (NET DR)      LEDGER LESS SENT' TO Recon-Report-Line.
PERFORM WRITE-LINE-SECT.
MOVE 0 TO WS-Section-Lines.

WRITE-SECTION-FOOTER-SECT.
IF WS-Section-Lines = 0 THEN
    MOVE '  (none)' TO Recon-Report-Line
    PERFORM WRITE-LINE-SECT
END-IF.
MOVE SPACES TO Recon-Report-Line.
PERFORM WRITE-LINE-SECT.

WRITE-DETAIL-SECT.
ADD 1 TO WS-Section-Lines.
MOVE SPACES TO Recon-Report-Line.
MOVE WS-Rec-Company(WS-Rec-Idx) TO Recon-Report-Line(1:3).
MOVE WS-Rec-Account(WS-Rec-Idx) TO Recon-Report-Line(6:8).
MOVE WS-Our-Net TO WS-Money-Disp.
MOVE WS-Money-Disp TO Recon-Report-Line(15:18).
MOVE WS-Tb-Net TO WS-Money-Disp.
MOVE WS-Money-Disp TO Recon-Report-Line(38:18).
MOVE WS-Net-Diff TO WS-Money-Disp.
MOVE WS-Money-Disp TO Recon-Report-Line(59:18).
PERFORM WRITE-LINE-SECT.

WRITE-LINE-SECT.
WRITE Recon-Report-Line.
DISPLAY Recon-Report-Line.

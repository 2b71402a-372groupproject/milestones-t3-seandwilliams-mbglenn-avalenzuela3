*> more programs and a text editor. This inquiry takes one
*> Employee-ID and shows, on a single screen: the recent history
*> runs, each actuals period's spend against its plan, the income
*> detail lines, the summed deficit ledger balance, the
*> acknowledgment status of the employee's export records, and the
*> open counseling case from WTM-CASE-LOG.DAT, if there is one.
*> Salary, income, and the deficit balance are banded unless the
*> signed-on operator is a supervisor or admin (WTM-FIGURE-MASK); an
*> unmasked inquiry is recorded on WTM-ACCESS-LOG.DAT.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-EMPL360.

    SELECT Acct-Export-File ASSIGN TO "WTM-ACCOUNTING-EXPORT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Acct-Export-Status.
    SELECT Case-File ASSIGN TO "WTM-CASE-LOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Case-Status.

DATA DIVISION.
FILE SECTION.
FD  Acct-Export-File.
    COPY "WTM-ACCOUNTING-EXPORT-REC.cpy".

FD  Case-File.
    COPY "WTM-CASE-REC.cpy".

WORKING-STORAGE SECTION.
01 WS-Budget-History-Status PIC XX.
01 WS-Actuals-Status PIC XX.
01 WS-Income-Detail-Status PIC XX.
01 WS-Deficit-Ledger-Status PIC XX.
01 WS-Acct-Export-Status PIC XX.
01 WS-Case-Status PIC XX.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Target-Employee PIC 9(6).
01 WS-Exports-Rejected PIC 9(5) VALUE 0.
01 WS-Exports-Held PIC 9(5) VALUE 0.
01 WS-Money-Disp PIC -ZZZ,ZZZ,ZZ9.99.
*> Latest case-log row for the employee and the date the current
*> case was opened.
01 WS-Case-Latest.
    05 WS-Case-Found       PIC X VALUE "N".
    05 WS-Case-Owner       PIC X(8).
    05 WS-Case-State       PIC X.
    05 WS-Case-Follow-Up   PIC 9(8).
    05 WS-Case-Source      PIC X(8).
    05 WS-Case-Opened      PIC 9(8).
    05 WS-Case-Last-Date   PIC 9(8).
    05 WS-Case-Last-Note   PIC X(60).
    05 WS-Case-Notes       PIC 9(4).
01 WS-Numeric-Input PIC X(8).
01 WS-Test-Numval PIC S9(6).
01 WS-Input-Valid PIC X VALUE "N".
    88 Input-Valid VALUE "Y".
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-FIGURE-MASK.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
        END-COMPUTE
    END-IF
END-PERFORM.
MOVE 'WTM-EMPL360' TO WS-Mask-View.
SET Mask-Begin TO TRUE.
PERFORM CALL-FIGURE-MASK-SECT.
MOVE WS-Target-Employee TO WS-Mask-Employee-ID.
SET Mask-View TO TRUE.
PERFORM CALL-FIGURE-MASK-SECT.
IF Mask-Masked THEN
    DISPLAY '(salary, income, and deficit figures are shown in bands)'
END-IF.
PERFORM SHOW-HISTORY-SECT.
PERFORM SHOW-ACTUALS-SECT.
PERFORM SHOW-INCOME-SECT.
PERFORM SHOW-DEFICIT-SECT.
PERFORM SHOW-EXPORTS-SECT.
PERFORM SHOW-CASE-SECT.
DISPLAY '--------------------------------------------------------------------------------------------------'.
GOBACK.

MOVE 0 TO WS-Hist-Seen.
MOVE 0 TO WS-Plan-Count.
MOVE "N" TO WS-File-EOF-Flag.
SET File-Ctl-Verify TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Budget-History-File.
IF WS-Budget-History-Status NOT = "00" THEN
    DISPLAY '  (could not open BUDGET-HISTORY.DAT, file status ', WS-Budget-History-Status, ')'
END-IF.
PERFORM VARYING WS-Show-Idx FROM 1 BY 1 UNTIL WS-Show-Idx > WS-Show-Count
    COMPUTE WS-Ring-Slot = FUNCTION MOD(WS-Show-From + WS-Show-Idx - 1, 12) + 1
    MOVE WS-Ring-Salary(WS-Ring-Slot) TO WS-Mask-Amount
    PERFORM FORMAT-FIGURE-SECT
    DISPLAY '  period ', WS-Ring-Period(WS-Ring-Slot), '  run ', WS-Ring-Run-Date(WS-Ring-Slot),
        '  salary $', WS-Mask-Text, '  extra ', WS-Ring-Extra-Pct(WS-Ring-Slot),
        '%  policy ', WS-Ring-Policy-Flag(WS-Ring-Slot)
END-PERFORM.

SHOW-ACTUALS-SECT.
DISPLAY 'ACTUALS AND VARIANCE:'.
MOVE "N" TO WS-File-EOF-Flag.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-ACTUALS.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Actuals-File.
IF WS-Actuals-Status NOT = "00" THEN
    DISPLAY '  (no actuals file on disk)'
DISPLAY 'INCOME DETAIL LINES:'.
MOVE 0 TO WS-Income-Lines.
MOVE "N" TO WS-File-EOF-Flag.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-INCOME-DETAIL.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Income-Detail-File.
IF WS-Income-Detail-Status NOT = "00" THEN
    DISPLAY '  (no income detail file on disk)'
        NOT AT END
            IF Inc-Employee-ID = WS-Target-Employee THEN
                ADD 1 TO WS-Income-Lines
                MOVE Inc-Annualized TO WS-Mask-Amount
                PERFORM FORMAT-FIGURE-SECT
                DISPLAY '  period ', Inc-Period, '  ', Inc-Source-Type, ' ', Inc-Description,
                    '  $', WS-Mask-Text, ' annualized'
            END-IF
    END-READ
END-PERFORM.
SHOW-DEFICIT-SECT.
MOVE 0 TO WS-Deficit-Balance.
MOVE "N" TO WS-File-EOF-Flag.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-DEFICIT-LEDGER.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Deficit-Ledger-File.
IF WS-Deficit-Ledger-Status = "00" THEN
    PERFORM UNTIL File-EOF
IF WS-Deficit-Balance < 0 THEN
    MOVE 0 TO WS-Deficit-Balance
END-IF.
MOVE WS-Deficit-Balance TO WS-Mask-Amount.
PERFORM FORMAT-FIGURE-SECT.
DISPLAY 'DEFICIT LEDGER BALANCE: $', WS-Mask-Text.

SHOW-EXPORTS-SECT.
DISPLAY 'ACCOUNTING EXPORT STATUS:'.
MOVE "N" TO WS-File-EOF-Flag.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-ACCOUNTING-EXPORT.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Acct-Export-File.
IF WS-Acct-Export-Status NOT = "00" THEN
    DISPLAY '  (no accounting export file on disk)'
CLOSE Acct-Export-File.
DISPLAY '  accepted ', WS-Exports-Accepted, '  pending ', WS-Exports-Pending,
    '  rejected ', WS-Exports-Rejected, '  held ', WS-Exports-Held.

SHOW-CASE-SECT.
MOVE "N" TO WS-Case-Found.
MOVE SPACE TO WS-Case-State.
MOVE 0 TO WS-Case-Notes.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Case-File.
IF WS-Case-Status = "00" THEN
    PERFORM UNTIL File-EOF
        READ Case-File
            AT END SET File-EOF TO TRUE
            NOT AT END
                IF Case-Employee-ID = WS-Target-Employee THEN
                    IF (WS-Case-State NOT = "O") AND Case-Open THEN
                        MOVE Case-Contact-Date TO WS-Case-Opened
                        MOVE 0 TO WS-Case-Notes
                    END-IF
                    MOVE "Y" TO WS-Case-Found
                    MOVE Case-Owner-ID TO WS-Case-Owner
                    MOVE Case-Status TO WS-Case-State
                    MOVE Case-Follow-Up-Date TO WS-Case-Follow-Up
                    MOVE Case-Source TO WS-Case-Source
                    MOVE Case-Contact-Date TO WS-Case-Last-Date
                    MOVE Case-Note TO WS-Case-Last-Note
                    ADD 1 TO WS-Case-Notes
                END-IF
        END-READ
    END-PERFORM
    CLOSE Case-File
END-IF.
IF (WS-Case-Found = "Y") AND (WS-Case-State = "O") THEN
    DISPLAY 'OPEN COUNSELING CASE: owner ', WS-Case-Owner, '  raised from ', WS-Case-Source,
        '  opened ', WS-Case-Opened, '  ', WS-Case-Notes, ' note(s)'
    DISPLAY '  next follow-up ', WS-Case-Follow-Up, '  last contact ', WS-Case-Last-Date
    DISPLAY '  ', WS-Case-Last-Note
    IF WS-Case-Follow-Up < FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)) THEN
        DISPLAY '  ** follow-up is overdue **'
    END-IF
ELSE
    DISPLAY 'OPEN COUNSELING CASE: none'
END-IF.

FORMAT-FIGURE-SECT.
SET Mask-Format TO TRUE.
PERFORM CALL-FIGURE-MASK-SECT.

CALL-FIGURE-MASK-SECT.
CALL 'WTM-FIGURE-MASK' USING WS-Mask-Function, WS-Mask-View, WS-Mask-Employee-ID,
    WS-Mask-Amount, WS-Mask-Result, WS-Mask-Text.

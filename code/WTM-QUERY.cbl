*> Filters on employee ID (0 = all), run-date range (0 = open), and
*> currency code (spaces = all, audit side only); shows formatted
*> matching records from both files with totals for the selection.
*> Salary figures are banded unless the signed-on operator is a
*> supervisor or admin (WTM-FIGURE-MASK); an unmasked view of an
*> employee's figures is recorded on WTM-ACCESS-LOG.DAT. A converted
*> salary, being in another currency, is masked outright.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-QUERY.

    COPY "WTM-HISTORY-REC.cpy".

FD  Archive-History-File.
01 Archive-History-Record PIC X(512).

FD  Audit-Log-File.
    COPY "WTM-AUDIT-REC.cpy".
    88 Input-Valid VALUE "Y".
01 WS-Accept-Target PIC 9(8).
01 WS-Curr-Input PIC X(4).
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-FIGURE-MASK.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY 'Enter a currency code (e.g. Yen) to filter conversions, or blank for all:'.
ACCEPT WS-Curr-Input.
MOVE WS-Curr-Input(1:3) TO WS-Filter-Curr-Code.
MOVE 'WTM-QUERY' TO WS-Mask-View.
SET Mask-Begin TO TRUE.
PERFORM CALL-FIGURE-MASK-SECT.
PERFORM QUERY-HISTORY-SECT.
PERFORM QUERY-AUDIT-SECT.
DISPLAY '--------------------------------------------------------------------------------------------------'.
MOVE WS-Filter-Employee-ID TO WS-Mask-Employee-ID.
SET Mask-View TO TRUE.
PERFORM CALL-FIGURE-MASK-SECT.
MOVE WS-Hist-Salary-Total TO WS-Mask-Amount.
SET Mask-Format TO TRUE.
PERFORM CALL-FIGURE-MASK-SECT.
DISPLAY 'SELECTION TOTALS: ', WS-Hist-Matches, ' history record(s), salary total $', WS-Mask-Text.
MOVE WS-Audit-Salary-Total TO WS-Money-Disp.
PERFORM MASK-CONVERTED-SECT.
DISPLAY '                  ', WS-Audit-Matches, ' conversion(s), converted salary total ', WS-Mask-Text.
DISPLAY '--------------------------------------------------------------------------------------------------'.
GOBACK.


QUERY-HISTORY-SECT.
DISPLAY 'BUDGET HISTORY matches:'.
SET File-Ctl-Verify TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Budget-History-File.
IF WS-Budget-History-Status NOT = "00" THEN
    DISPLAY '  (could not open BUDGET-HISTORY.DAT, file status ', WS-Budget-History-Status, ')'
    ADD 1 TO WS-Hist-Matches
    ADD Hist-Salary TO WS-Hist-Salary-Total
    COMPUTE WS-Hist-Extra = Hist-Salary - (Hist-Rent + Hist-Bills + Hist-Food + Hist-Travel + Hist-Taxes + Hist-Insurance)
    IF (Hist-Layout-Version IS NUMERIC) AND (Hist-Layout-Version >= 12) AND (Hist-Garnishments IS NUMERIC) THEN
        SUBTRACT Hist-Garnishments FROM WS-Hist-Extra
    END-IF
    IF WS-Hist-Extra < 0 THEN
        MOVE 0 TO WS-Hist-Extra
    END-IF
    MOVE Hist-Employee-ID TO WS-Mask-Employee-ID
    SET Mask-View TO TRUE
    PERFORM CALL-FIGURE-MASK-SECT
    MOVE Hist-Salary TO WS-Mask-Amount
    SET Mask-Format TO TRUE
    PERFORM CALL-FIGURE-MASK-SECT
    DISPLAY '  emp ', Hist-Employee-ID, '  period ', Hist-Period, '  run ', WS-Record-Date,
        '  salary $', WS-Mask-Text, '  extra pct ', Hist-Extra-Percent, '  operator ', Hist-Operator-ID
END-IF.

QUERY-AUDIT-SECT.
DISPLAY 'INTERNATIONAL CONVERSION matches:'.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-AUDIT-LOG.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Audit-Log-File.
IF WS-Audit-Log-Status NOT = "00" THEN
    DISPLAY '  (could not open WTM-AUDIT-LOG.DAT, file status ', WS-Audit-Log-Status, ')'
    AND ((WS-Filter-Curr-Code = SPACES) OR (Audit-Curr-Code = WS-Filter-Curr-Code)) THEN
    ADD 1 TO WS-Audit-Matches
    ADD Audit-Salary TO WS-Audit-Salary-Total
    MOVE Audit-Employee-ID TO WS-Mask-Employee-ID
    SET Mask-View TO TRUE
    PERFORM CALL-FIGURE-MASK-SECT
    MOVE Audit-Salary TO WS-Money-Disp
    PERFORM MASK-CONVERTED-SECT
    DISPLAY '  emp ', Audit-Employee-ID, '  ', Audit-Date, ' ', Audit-Time(1:6),
        '  ', Audit-Curr-Code, '  rate ', Audit-FX-Rate, '  salary ', WS-Mask-Text,
        '  operator ', Audit-Operator-ID
    IF Audit-Forward-Rate THEN
        DISPLAY '      forward contract ', Audit-Contract-No, ' settled at the contracted rate, not spot'
    END-IF
END-IF.

MASK-CONVERTED-SECT.
*> A foreign-currency amount has no dollar band; masked, it is hidden.
IF Mask-Masked THEN
    MOVE '         MASKED' TO WS-Mask-Text
ELSE
    MOVE WS-Money-Disp TO WS-Mask-Text
END-IF.

CALL-FIGURE-MASK-SECT.
CALL 'WTM-FIGURE-MASK' USING WS-Mask-Function, WS-Mask-View, WS-Mask-Employee-ID,
    WS-Mask-Amount, WS-Mask-Result, WS-Mask-Text.

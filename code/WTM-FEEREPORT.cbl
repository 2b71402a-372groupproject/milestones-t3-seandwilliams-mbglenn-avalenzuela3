01 WS-Total-Fees PIC S9(9)V99 VALUE 0.
01 WS-Total-Spread PIC S9(12)V99 VALUE 0.
01 WS-Money-Disp PIC -ZZZ,ZZZ,ZZ9.99.
    COPY "WTM-FILE-CTL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
GOBACK.

TALLY-AUDIT-SECT.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-AUDIT-LOG.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Audit-Log-File.
IF WS-Audit-Log-Status NOT = "00" THEN
    DISPLAY 'FEEREPORT: could not open WTM-AUDIT-LOG.DAT, file status ', WS-Audit-Log-Status
PERFORM UNTIL File-EOF
    READ Audit-Log-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            *> Forward-contract settlements carry no fee or spread.
            IF NOT Audit-Forward-Rate THEN
                PERFORM TALLY-ONE-CONVERSION-SECT
            END-IF
    END-READ
END-PERFORM.
CLOSE Audit-Log-File.

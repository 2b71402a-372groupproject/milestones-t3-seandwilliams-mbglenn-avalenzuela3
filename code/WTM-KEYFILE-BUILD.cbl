01 WS-Dup-Retries PIC 9(4) VALUE 0.
01 WS-Write-Done-Flag PIC X VALUE "N".
    88 Write-Done VALUE "Y" FALSE "N".
    COPY "WTM-FILE-CTL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
BUILD-HISTORY-KEYED-SECT.
MOVE 0 TO WS-Records-Read.
MOVE 0 TO WS-Records-Written.
SET File-Ctl-Verify TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Budget-History-File.
IF WS-Budget-History-Status NOT = "00" THEN
    DISPLAY 'KEYFILE BUILD: could not open BUDGET-HISTORY.DAT, file status ', WS-Budget-History-Status, ' - history companion skipped.'
BUILD-AUDIT-KEYED-SECT.
MOVE 0 TO WS-Records-Read.
MOVE 0 TO WS-Records-Written.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-AUDIT-LOG.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Audit-Log-File.
IF WS-Audit-Log-Status NOT = "00" THEN
    DISPLAY 'KEYFILE BUILD: could not open WTM-AUDIT-LOG.DAT, file status ', WS-Audit-Log-Status, ' - audit companion skipped.'
            READ Audit-Log-File
                AT END SET File-EOF TO TRUE
                NOT AT END
                    *> Forward-contract settlements are not budget
                    *> conversions and are left out of the companion
                    *> the reconciliation reads.
                    IF NOT Audit-Forward-Rate THEN
                        ADD 1 TO WS-Records-Read
                        PERFORM WRITE-AUDIT-KEYED-SECT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE Audit-Log-File

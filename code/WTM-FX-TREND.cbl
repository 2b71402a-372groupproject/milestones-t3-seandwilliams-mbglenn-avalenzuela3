01 WS-Trend-Label PIC X(10).
01 WS-First-Entry-Flag PIC X VALUE "N".
    88 First-Entry-For-Curr VALUE "Y" FALSE "N".
    COPY "WTM-FILE-CTL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
*> bound and nothing is dropped.
MOVE 0 TO WS-Rate-History-Count.
MOVE 0 TO WS-Currency-Seen-Count.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-AUDIT-LOG.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Audit-Log-File.
IF WS-Audit-Log-Status NOT = "00" THEN
    DISPLAY 'FX-TREND: could not open WTM-AUDIT-LOG.DAT, file status ', WS-Audit-Log-Status
        READ Audit-Log-File
            AT END EXIT PERFORM
            NOT AT END
                *> A forward-contract settlement carries the rate
                *> contracted months earlier, not the market rate of
                *> its date, so it is kept out of the trend.
                IF NOT Audit-Forward-Rate THEN
                    ADD 1 TO WS-Rate-History-Count
                    MOVE "N" TO WS-Seen-Found-Flag
                    SET Seen-Idx TO 1
                    SEARCH WS-Currency-Seen-Entry VARYING Seen-Idx
                        AT END CONTINUE
                        WHEN WS-Seen-Curr-Code(Seen-Idx) = Audit-Curr-Code
                            SET Seen-Found TO TRUE
                    END-SEARCH
                    IF NOT Seen-Found AND WS-Currency-Seen-Count < 20 THEN
                        ADD 1 TO WS-Currency-Seen-Count
                        MOVE Audit-Curr-Code TO WS-Seen-Curr-Code(WS-Currency-Seen-Count)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
*> One streaming pass over the audit log for the currency at
*> Seen-Idx, displaying each conversion in file (= chronological)
*> order and accumulating first/last/min/max as it goes.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-AUDIT-LOG.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Audit-Log-File.
PERFORM UNTIL WS-Audit-Log-Status NOT = "00"
    READ Audit-Log-File
        AT END EXIT PERFORM
        NOT AT END
            IF (Audit-Curr-Code = WS-Seen-Curr-Code(Seen-Idx)) AND NOT Audit-Forward-Rate THEN
                ADD 1 TO WS-Curr-Conversion-Count
                DISPLAY '  ', Audit-Date, ' ', Audit-Time, '  rate: ', Audit-FX-Rate
                IF First-Entry-For-Curr THEN

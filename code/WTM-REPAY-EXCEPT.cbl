01 WS-Input-Valid PIC X VALUE "N".
    88 Input-Valid VALUE "Y".
01 WS-Accept-Target PIC S9(8)V99.
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
END-IF.
IF WS-Repay-Plan-Status = "00" THEN
    WRITE Repay-Plan-Record
    SET Rjn-After-Image TO TRUE
    MOVE 'WTM-REPAY-PLANS.DAT' TO WS-Rjn-File-Name
    MOVE Repay-Plan-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    CLOSE Repay-Plan-File
    DISPLAY 'Plan recorded: employee ', Rpl-Employee-ID, ' repays $', Rpl-Monthly-Amount,
        ' monthly from ', Rpl-Start-Period, ', target payoff ', Rpl-Target-Period, '.'
PERFORM ACCEPT-NUMERIC-SECT.
MOVE WS-Accept-Target TO WS-Report-Period.
MOVE "N" TO WS-File-EOF-Flag.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-DEFICIT-LEDGER.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Deficit-Ledger-File.
IF WS-Deficit-Ledger-Status = "00" THEN
    PERFORM UNTIL File-EOF
                PERFORM VARYING WS-Rpl-Idx FROM 1 BY 1 UNTIL WS-Rpl-Idx > WS-Repay-Count
                    IF WS-Rpl-ID(WS-Rpl-Idx) = Led-Employee-ID THEN
                        ADD Led-Amount TO WS-Rpl-Balance(WS-Rpl-Idx)
                        IF (Led-Period = WS-Report-Period) AND (Led-Amount < 0) AND (NOT Led-Write-Off) THEN
                            COMPUTE WS-Rpl-Recovered(WS-Rpl-Idx) =
                                WS-Rpl-Recovered(WS-Rpl-Idx) + FUNCTION ABS(Led-Amount)
                        END-IF

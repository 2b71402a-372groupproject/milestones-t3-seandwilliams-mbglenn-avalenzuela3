    88 Writer-Lock-Held VALUE "Y" FALSE "N".
01 WS-Lock-Operator PIC X(8).
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
PERFORM ACCEPT-NUMERIC-SECT.
MOVE WS-Accept-Target TO WS-Target-HH-ID.
PERFORM FIND-HOUSEHOLD-SECT.
IF File-Ctl-Mismatch THEN
    DISPLAY 'DISSOLVE REFUSED: WTM-HOUSEHOLD-MASTER.DAT does not agree with the file control registry -'
    DISPLAY 'rewriting it now would make the difference look sanctioned. Investigate, then re-register it in WTM-FILEREG.'
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
IF NOT Household-Found THEN
    DISPLAY 'DISSOLVE ERROR: household ', WS-Target-HH-ID, ' is not on WTM-HOUSEHOLD-MASTER.DAT.'
    MOVE 12 TO RETURN-CODE
FIND-HOUSEHOLD-SECT.
MOVE "N" TO WS-HH-Found-Flag.
MOVE 0 TO WS-Member-Count.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-HOUSEHOLD-MASTER.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Household-Master-File.
IF WS-Household-Master-Status NOT = "00" THEN
    DISPLAY 'DISSOLVE: could not open WTM-HOUSEHOLD-MASTER.DAT, file status ', WS-Household-Master-Status
SUM-MEMBER-BALANCES-SECT.
MOVE 0 TO WS-Combined-Balance.
MOVE "N" TO WS-File-EOF-Flag.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-DEFICIT-LEDGER.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Deficit-Ledger-File.
IF WS-Deficit-Ledger-Status = "00" THEN
    PERFORM UNTIL File-EOF
END-PERFORM.

WRITE-APPORTIONMENT-ROWS-SECT.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-DEFICIT-LEDGER.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN EXTEND Deficit-Ledger-File.
IF WS-Deficit-Ledger-Status = "35" THEN
    OPEN OUTPUT Deficit-Ledger-File
            MOVE WS-Member-ID(WS-Member-Idx) TO Led-Employee-ID
            MOVE WS-Effective-Period TO Led-Period
            MOVE WS-Member-Adjust(WS-Member-Idx) TO Led-Amount
            MOVE SPACES TO Led-Run-ID
            WRITE Deficit-Ledger-Record
            SET Rjn-After-Image TO TRUE
            MOVE 'WTM-DEFICIT-LEDGER.DAT' TO WS-Rjn-File-Name
            MOVE Deficit-Ledger-Record TO WS-Rjn-Record
            CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
        END-IF
    END-PERFORM
    CLOSE Deficit-Ledger-File
    SET File-Ctl-Register TO TRUE
    MOVE 'WTM-DEFICIT-LEDGER.DAT' TO WS-File-Ctl-Name
    CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result
    DISPLAY 'Apportionment rows written to WTM-DEFICIT-LEDGER.DAT.'
ELSE
    DISPLAY 'WARNING: could not write WTM-DEFICIT-LEDGER.DAT, file status ', WS-Deficit-Ledger-Status
CLOSE-HOUSEHOLD-RECORD-SECT.
*> Two-pass rewrite of the household master marking the record
*> dissolved with its effective period.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-HOUSEHOLD-MASTER.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Household-Master-File.
OPEN OUTPUT Household-Work-File.
MOVE "N" TO WS-File-EOF-Flag.
END-PERFORM.
CLOSE Household-Work-File.
CLOSE Household-Master-File.
SET Rjn-File-Image TO TRUE.
MOVE 'WTM-HOUSEHOLD-MASTER.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
SET File-Ctl-Register TO TRUE.
MOVE 'WTM-HOUSEHOLD-MASTER.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.

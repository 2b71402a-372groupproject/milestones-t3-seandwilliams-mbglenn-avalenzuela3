    88 Household-Drifted VALUE "Y" FALSE "N".
01 WS-Households-Checked PIC 9(5) VALUE 0.
01 WS-Households-Drifting PIC 9(5) VALUE 0.
    COPY "WTM-FILE-CTL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.

BUILD-EMPLOYEE-LIST-SECT.
MOVE 0 TO WS-Listed-Count.
SET File-Ctl-Verify TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Budget-History-File.
IF WS-Budget-History-Status NOT = "00" THEN
    DISPLAY 'DRIFT: could not open BUDGET-HISTORY.DAT, file status ', WS-Budget-History-Status
*> oldest rows shuffle out so the latest 24 stay - drift is about the
*> recent shape, not ancient history.
MOVE 0 TO WS-Run-Count.
SET File-Ctl-Verify TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Budget-History-File.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF

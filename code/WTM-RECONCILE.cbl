01 WS-Households-Matched PIC 9(5) VALUE 0.
01 WS-Households-Mismatched PIC 9(5) VALUE 0.
01 WS-Legacy-Records-Skipped PIC 9(5) VALUE 0.
    COPY "WTM-FILE-CTL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
END-PERFORM.

CHECK-HISTORY-AGAINST-AUDIT-SECT.
SET File-Ctl-Verify TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Budget-History-File.
IF WS-Budget-History-Status NOT = "00" THEN
    DISPLAY 'RECONCILE: could not open BUDGET-HISTORY.DAT, file status ', WS-Budget-History-Status

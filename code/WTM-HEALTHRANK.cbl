01 WS-Sort-Temp-Period PIC 9(6).
01 WS-Sort-Temp-Score PIC 9(3).
01 WS-Unscored-Count PIC 9(5) VALUE 0.
    COPY "WTM-FILE-CTL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '------------------------------ WTM BUDGET-HEALTH RANKING ------------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
SET File-Ctl-Verify TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Budget-History-File.
IF WS-Budget-History-Status NOT = "00" THEN
    DISPLAY 'HEALTHRANK: could not open BUDGET-HISTORY.DAT, file status ', WS-Budget-History-Status

*> overpunch on a negative amount does not parse at all.
01 WS-Csv-Edited.
    05 WS-Csv-Ed PIC -99999999.99 OCCURS 14 TIMES.
    COPY "WTM-FILE-CTL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
ELSE
    MOVE WS-Accept-Target TO WS-Filter-To-Date
END-IF.
SET File-Ctl-Verify TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Budget-History-File.
IF WS-Budget-History-Status NOT = "00" THEN
    DISPLAY 'EXPORT ERROR: could not open BUDGET-HISTORY.DAT, file status ', WS-Budget-History-Status

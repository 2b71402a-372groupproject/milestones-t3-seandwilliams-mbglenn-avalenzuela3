01 WS-Rows-Read PIC 9(5) VALUE 0.
01 WS-Rows-Loaded PIC 9(5) VALUE 0.
01 WS-Rows-Rejected PIC 9(5) VALUE 0.
    COPY "WTM-FEED-CHECK.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '------------------------------ WTM PAYROLL EXTRACT IMPORT -----------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
SET Feed-Chk-Check TO TRUE.
MOVE 'WTM-PAYROLL-FEED.CSV' TO WS-Feed-Chk-Name.
MOVE 0 TO WS-Feed-Chk-Key-Start.
MOVE 0 TO WS-Feed-Chk-Key-Length.
CALL 'WTM-FEEDCHECK' USING WS-Feed-Chk-Function, WS-Feed-Chk-Name, WS-Feed-Chk-Key-Start,
    WS-Feed-Chk-Key-Length, WS-Feed-Chk-Result.
IF Feed-Chk-Duplicate THEN
    DISPLAY 'IMPORT HELD: WTM-PAYROLL-FEED.CSV has already been loaded - salaries left as they were.'
    MOVE 8 TO RETURN-CODE
    GOBACK
END-IF.
OPEN INPUT Payroll-Feed-File.
IF WS-Payroll-Feed-Status NOT = "00" THEN
    DISPLAY 'IMPORT ERROR: could not open WTM-PAYROLL-FEED.CSV, file status ', WS-Payroll-Feed-Status
END-PERFORM.
CLOSE Payroll-Feed-File.
CLOSE Payroll-File.
SET Feed-Chk-Record TO TRUE.
CALL 'WTM-FEEDCHECK' USING WS-Feed-Chk-Function, WS-Feed-Chk-Name, WS-Feed-Chk-Key-Start,
    WS-Feed-Chk-Key-Length, WS-Feed-Chk-Result.
DISPLAY 'Payroll import complete: ', WS-Rows-Loaded, ' of ', WS-Rows-Read, ' row(s) loaded, ', WS-Rows-Rejected, ' rejected.'.
IF WS-Rows-Rejected > 0 THEN
    MOVE 8 TO RETURN-CODE

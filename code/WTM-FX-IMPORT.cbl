01 WS-Reject-Reason PIC X(60).
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
    COPY "WTM-JOURNAL.cpy".
    COPY "WTM-FEED-CHECK.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
OPEN OUTPUT Import-Report-File.
MOVE 'WTM FX RATE IMPORT REPORT' TO Import-Report-Line.
WRITE Import-Report-Line.
SET Feed-Chk-Check TO TRUE.
MOVE 'WTM-FX-RATE-FEED.CSV' TO WS-Feed-Chk-Name.
MOVE 0 TO WS-Feed-Chk-Key-Start.
MOVE 0 TO WS-Feed-Chk-Key-Length.
CALL 'WTM-FEEDCHECK' USING WS-Feed-Chk-Function, WS-Feed-Chk-Name, WS-Feed-Chk-Key-Start,
    WS-Feed-Chk-Key-Length, WS-Feed-Chk-Result.
IF Feed-Chk-Duplicate THEN
    DISPLAY 'IMPORT HELD: WTM-FX-RATE-FEED.CSV has already been loaded - live table untouched.'
    MOVE 'Import held - this rate feed has already been loaded (see WTM-FEEDREG).' TO Import-Report-Line
    WRITE Import-Report-Line
    CLOSE Import-Report-File
    MOVE 8 TO RETURN-CODE
    GOBACK
END-IF.
OPEN INPUT Rate-Feed-File.
IF WS-Rate-Feed-Status NOT = "00" THEN
    DISPLAY 'IMPORT ERROR: could not open WTM-FX-RATE-FEED.CSV, file status ', WS-Rate-Feed-Status
CLOSE Rate-Feed-File.
IF WS-Rows-Rejected = 0 AND WS-Accepted-Count > 0 THEN
    PERFORM APPLY-IMPORT-SECT
    SET Feed-Chk-Record TO TRUE
    CALL 'WTM-FEEDCHECK' USING WS-Feed-Chk-Function, WS-Feed-Chk-Name, WS-Feed-Chk-Key-Start,
        WS-Feed-Chk-Key-Length, WS-Feed-Chk-Result
    MOVE SPACES TO Import-Report-Line
    STRING 'Import applied: ' DELIMITED BY SIZE
        WS-Accepted-Count DELIMITED BY SIZE
    MOVE WS-Accept-Rate(Accept-Idx) TO FX-Input-Rate
    MOVE WS-Accept-Eff-Date(Accept-Idx) TO FX-Input-Eff-Date
    WRITE FX-Rate-Input-Record
    SET Rjn-After-Image TO TRUE
    MOVE 'WTM-FX-RATES.DAT' TO WS-Rjn-File-Name
    MOVE FX-Rate-Input-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
END-PERFORM.
CLOSE FX-Rate-File.

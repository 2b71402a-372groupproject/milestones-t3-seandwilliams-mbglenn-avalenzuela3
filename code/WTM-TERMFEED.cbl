       10 WS-Empl-Department PIC X(10).
       10 WS-Empl-Company    PIC X(3).
       10 WS-Empl-Term-Date  PIC 9(8).
       10 WS-Empl-Tax-Locality PIC X(4).
01 WS-Employee-Master-Count PIC 9(4) VALUE 0.
01 WS-Leaver-Table.
    05 WS-Leaver-Entry OCCURS 100 TIMES.
01 WS-Settle-Count PIC 9(3) VALUE 0.
01 WS-Found-Slot PIC 9(4).
01 WS-Money-Disp PIC -ZZZ,ZZZ,ZZ9.99.
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".
    COPY "WTM-FEED-CHECK.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
SET Feed-Chk-Check TO TRUE.
MOVE 'WTM-HR-TERM-FEED.DAT' TO WS-Feed-Chk-Name.
MOVE 1 TO WS-Feed-Chk-Key-Start.
MOVE 6 TO WS-Feed-Chk-Key-Length.
CALL 'WTM-FEEDCHECK' USING WS-Feed-Chk-Function, WS-Feed-Chk-Name, WS-Feed-Chk-Key-Start,
    WS-Feed-Chk-Key-Length, WS-Feed-Chk-Result.
IF Feed-Chk-Duplicate THEN
    DISPLAY 'TERMFEED HELD: WTM-HR-TERM-FEED.DAT has already been loaded - the employee master is untouched.'
    MOVE 8 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM LOAD-EMPLOYEE-MASTER-SECT.
IF File-Ctl-Mismatch THEN
    DISPLAY 'TERMFEED REFUSED: WTM-EMPLOYEE-MASTER.DAT does not agree with the file control registry -'
    DISPLAY 'rewriting it now would make the difference look sanctioned. Investigate, then re-register it in WTM-FILEREG.'
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
IF WS-Employee-Master-Count = 0 THEN
    DISPLAY 'TERMFEED: the employee master is empty or missing - nothing to terminate against.'
    MOVE 12 TO RETURN-CODE
IF WS-Terminated-Count > 0 THEN
    PERFORM REWRITE-EMPLOYEE-MASTER-SECT
END-IF.
IF RETURN-CODE < 12 THEN
    SET Feed-Chk-Record TO TRUE
    CALL 'WTM-FEEDCHECK' USING WS-Feed-Chk-Function, WS-Feed-Chk-Name, WS-Feed-Chk-Key-Start,
        WS-Feed-Chk-Key-Length, WS-Feed-Chk-Result
END-IF.
PERFORM SUM-LEAVER-BALANCES-SECT.
PERFORM WRITE-SETTLEMENT-REPORT-SECT.
DISPLAY 'Feed rows ', WS-Feed-Rows, ': ', WS-Terminated-Count, ' terminated, ',

LOAD-EMPLOYEE-MASTER-SECT.
MOVE 0 TO WS-Employee-Master-Count.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-EMPLOYEE-MASTER.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Employee-Master-File.
IF WS-Employee-Master-Status = "00" THEN
    PERFORM UNTIL WS-Employee-Master-Status NOT = "00"
                    ELSE
                        MOVE 0 TO WS-Empl-Term-Date(WS-Employee-Master-Count)
                    END-IF
                    MOVE Empl-Tax-Locality TO WS-Empl-Tax-Locality(WS-Employee-Master-Count)
                END-IF
        END-READ
    END-PERFORM
    MOVE WS-Empl-Department(Empl-Idx) TO Empl-Department
    MOVE WS-Empl-Company(Empl-Idx) TO Empl-Company
    MOVE WS-Empl-Term-Date(Empl-Idx) TO Empl-Term-Date
    MOVE WS-Empl-Tax-Locality(Empl-Idx) TO Empl-Tax-Locality
    WRITE Employee-Master-Record
END-PERFORM.
CLOSE Employee-Master-File.
SET Rjn-File-Image TO TRUE.
MOVE 'WTM-EMPLOYEE-MASTER.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
SET File-Ctl-Register TO TRUE.
MOVE 'WTM-EMPLOYEE-MASTER.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
DISPLAY 'WTM-EMPLOYEE-MASTER.DAT rewritten with the leave dates recorded.'.

PROCESS-FEED-SECT.

SUM-LEAVER-BALANCES-SECT.
MOVE "N" TO WS-File-EOF-Flag.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-DEFICIT-LEDGER.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Deficit-Ledger-File.
IF WS-Deficit-Ledger-Status NOT = "00" THEN
    EXIT PARAGRAPH

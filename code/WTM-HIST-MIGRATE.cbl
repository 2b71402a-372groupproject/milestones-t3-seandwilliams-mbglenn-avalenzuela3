*> is append-only, so every vintage of record is a prefix of the
*> current one: this utility reads each row raw, measures how much
*> of the layout it actually carries, lays it over a fully-defaulted
*> current record (version 12: the pre-tax deduction total, fiscal
*> period, health score, household size, input position,
*> federal/state tax split and garnishment total default zero - not captured - the
*> proration factor defaults 1.0000; the run ID, input source tag,
*> tax locality and earlier tails default blank), and rewrites the file stamped
*> with the current Hist-Layout-Version. After one run every
*> reader can trust the version instead of guessing, and the
*> insurance positions stop reading garbage on pre-insurance rows.
DATA DIVISION.
FILE SECTION.
FD  History-Raw-File.
01 History-Raw-Record PIC X(512).

FD  History-Backup-File.
01 History-Backup-Record PIC X(512).

FD  History-New-File.
    COPY "WTM-HISTORY-REC.cpy".
01 WS-Gate-Result PIC X.
    88 Gate-Granted VALUE "G" FALSE "D".
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
END-IF.
PERFORM ACQUIRE-WRITER-LOCK-SECT.
COMPUTE WS-Full-Length = FUNCTION LENGTH(Budget-History-Record).
SET File-Ctl-Verify TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
IF File-Ctl-Mismatch THEN
    DISPLAY 'MIGRATE REFUSED: BUDGET-HISTORY.DAT does not agree with the file control registry -'
    DISPLAY 'rewriting it now would make the difference look sanctioned. Investigate, then re-register it in WTM-FILEREG.'
    MOVE 12 TO RETURN-CODE
    PERFORM RELEASE-WRITER-LOCK-SECT
    GOBACK
END-IF.
OPEN INPUT History-Raw-File.
IF WS-History-Raw-Status NOT = "00" THEN
    DISPLAY 'MIGRATE: could not open BUDGET-HISTORY.DAT, file status ', WS-History-Raw-Status
END-IF.
INITIALIZE Budget-History-Record.
MOVE "P" TO Hist-Policy-Flag.
MOVE 12 TO Hist-Layout-Version.
MOVE 1.0000 TO Hist-Prorate-Factor.
IF WS-Raw-Length > 0 THEN
    MOVE History-Raw-Record(1:WS-Raw-Length) TO Budget-History-Record(1:WS-Raw-Length)
END-IF.
IF WS-Raw-Length < WS-Full-Length THEN
    ADD 1 TO WS-Records-Migrated
    MOVE 12 TO Hist-Layout-Version
    IF Hist-Policy-Flag = SPACE THEN
        MOVE "P" TO Hist-Policy-Flag
    END-IF
END-PERFORM.
CLOSE History-New-File.
CLOSE History-Raw-File.
SET Rjn-File-Image TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
SET File-Ctl-Register TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.

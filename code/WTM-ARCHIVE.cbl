*> WTM-RETENTION-CONFIG.DAT (tag + months, e.g. 'HIST 012'); defaults
*> apply when the config file is absent, the same missing-file
*> fallback the other config loads use.
*> Records of an employee under a legal hold in force (WTM-HOLD-CHECK)
*> stay on the live file however old they are; the summary lists each
*> held employee and how many records were kept back.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-ARCHIVE.

    COPY "WTM-ACCOUNTING-EXPORT-REC.cpy".

FD  Archive-Out-File.
01 Archive-Out-Record PIC X(512).

FD  Keep-Work-File.
01 Keep-Work-Record PIC X(512).

FD  Archive-Summary-File.
01 Archive-Summary-Line PIC X(100).
01 WS-Records-Read PIC 9(7) VALUE 0.
01 WS-Records-Archived PIC 9(7) VALUE 0.
01 WS-Records-Kept PIC 9(7) VALUE 0.
01 WS-Records-Held PIC 9(7) VALUE 0.
*> Held employees whose records were kept back, across all files.
01 WS-Held-Skip-Table.
    05 WS-Held-Entry OCCURS 200 TIMES.
       10 WS-Held-ID     PIC 9(6).
       10 WS-Held-Rows   PIC 9(7).
       10 WS-Held-Why    PIC X(40).
01 WS-Held-Count PIC 9(3) VALUE 0.
01 WS-Held-Idx PIC 9(3).
01 WS-Held-Slot PIC 9(3).
01 WS-Record-Is-Old-Flag PIC X VALUE "N".
    88 Record-Is-Old VALUE "Y" FALSE "N".
01 WS-File-EOF-Flag PIC X VALUE "N".
01 WS-Gate-Result PIC X.
    88 Gate-Granted VALUE "G" FALSE "D".
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".
    COPY "WTM-HOLD-CHECK.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
MOVE FUNCTION CURRENT-DATE(1:6) TO WS-Current-Period.
PERFORM ACQUIRE-WRITER-LOCK-SECT.
PERFORM LOAD-RETENTION-CONFIG-SECT.
SET Hold-Load TO TRUE.
CALL 'WTM-HOLD-CHECK' USING WS-Hold-Function, WS-Hold-Employee-ID, WS-Hold-Result, WS-Hold-Reason.
OPEN OUTPUT Archive-Summary-File.
MOVE 'WTM ARCHIVAL SUMMARY' TO Archive-Summary-Line.
WRITE Archive-Summary-Line.
PERFORM ARCHIVE-HISTORY-SECT.
PERFORM ARCHIVE-AUDIT-SECT.
PERFORM ARCHIVE-ACCT-EXPORT-SECT.
PERFORM WRITE-HELD-SUMMARY-SECT.
CLOSE Archive-Summary-File.
PERFORM RELEASE-WRITER-LOCK-SECT.
DISPLAY 'Archival complete - summary written to WTM-ARCHIVE-SUMMARY.TXT.'.
WRITE Archive-Summary-Line.
DISPLAY '  Read ', WS-Records-Read, '  archived ', WS-Records-Archived, '  kept ', WS-Records-Kept,
    '  -> ', FUNCTION TRIM(WS-Archive-File-Name).
IF WS-Records-Held > 0 THEN
    MOVE SPACES TO Archive-Summary-Line
    STRING '  of those kept, held back for legal hold ' DELIMITED BY SIZE
        WS-Records-Held DELIMITED BY SIZE
        INTO Archive-Summary-Line
    WRITE Archive-Summary-Line
    DISPLAY '  Of those kept, ', WS-Records-Held, ' past retention were held back for a legal hold.'
END-IF.

CHECK-ROW-HOLD-SECT.
*> An old record of a held employee is kept, and the skip noted.
SET Hold-Check TO TRUE.
CALL 'WTM-HOLD-CHECK' USING WS-Hold-Function, WS-Hold-Employee-ID, WS-Hold-Result, WS-Hold-Reason.
IF Hold-Held THEN
    SET Record-Is-Old TO FALSE
    ADD 1 TO WS-Records-Held
    MOVE 0 TO WS-Held-Slot
    PERFORM VARYING WS-Held-Idx FROM 1 BY 1 UNTIL (WS-Held-Idx > WS-Held-Count) OR (WS-Held-Slot > 0)
        IF WS-Held-ID(WS-Held-Idx) = WS-Hold-Employee-ID THEN
            MOVE WS-Held-Idx TO WS-Held-Slot
        END-IF
    END-PERFORM
    IF (WS-Held-Slot = 0) AND (WS-Held-Count < 200) THEN
        ADD 1 TO WS-Held-Count
        MOVE WS-Held-Count TO WS-Held-Slot
        MOVE WS-Hold-Employee-ID TO WS-Held-ID(WS-Held-Slot)
        MOVE 0 TO WS-Held-Rows(WS-Held-Slot)
        MOVE WS-Hold-Reason TO WS-Held-Why(WS-Held-Slot)
    END-IF
    IF WS-Held-Slot > 0 THEN
        ADD 1 TO WS-Held-Rows(WS-Held-Slot)
    END-IF
END-IF.

WRITE-HELD-SUMMARY-SECT.
IF WS-Held-Count = 0 THEN
    EXIT PARAGRAPH
END-IF.
MOVE 'LEGAL HOLD - records past retention kept on the live files' TO Archive-Summary-Line.
WRITE Archive-Summary-Line.
DISPLAY 'LEGAL HOLD - records past retention kept on the live files:'.
PERFORM VARYING WS-Held-Idx FROM 1 BY 1 UNTIL WS-Held-Idx > WS-Held-Count
    MOVE SPACES TO Archive-Summary-Line
    STRING '  employee ' DELIMITED BY SIZE
        WS-Held-ID(WS-Held-Idx) DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-Held-Rows(WS-Held-Idx) DELIMITED BY SIZE
        ' record(s)  ' DELIMITED BY SIZE
        WS-Held-Why(WS-Held-Idx) DELIMITED BY SIZE
        INTO Archive-Summary-Line
    WRITE Archive-Summary-Line
    DISPLAY FUNCTION TRIM(Archive-Summary-Line TRAILING)
END-PERFORM.

ARCHIVE-HISTORY-SECT.
*> Pass 1: stream the live file, sending old records to the archive
MOVE 0 TO WS-Records-Read.
MOVE 0 TO WS-Records-Archived.
MOVE 0 TO WS-Records-Kept.
MOVE 0 TO WS-Records-Held.
DISPLAY 'BUDGET-HISTORY.DAT: archiving periods before ', WS-Cutoff-Period.
MOVE 'BUDGET-HISTORY.DAT' TO Archive-Summary-Line.
WRITE Archive-Summary-Line.
*> A row whose period field is not numeric predates period stamping
*> and cannot be aged by date - it is kept until WTM-HIST-MIGRATE
*> has stamped the file.
SET File-Ctl-Verify TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
IF File-Ctl-Mismatch THEN
    DISPLAY '  BUDGET-HISTORY.DAT does not agree with the file control registry - skipped; re-register it in WTM-FILEREG once investigated.'
    MOVE '  skipped - file does not agree with the file control registry' TO Archive-Summary-Line
    WRITE Archive-Summary-Line
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
OPEN INPUT Budget-History-File.
IF WS-Budget-History-Status NOT = "00" THEN
    DISPLAY '  could not open BUDGET-HISTORY.DAT, file status ', WS-Budget-History-Status, ' - skipped.'
            AT END SET File-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-Records-Read
                SET Record-Is-Old TO FALSE
                IF (Hist-Period IS NUMERIC) AND (Hist-Period < WS-Cutoff-Period) THEN
                    SET Record-Is-Old TO TRUE
                    MOVE Hist-Employee-ID TO WS-Hold-Employee-ID
                    PERFORM CHECK-ROW-HOLD-SECT
                END-IF
                IF Record-Is-Old THEN
                    ADD 1 TO WS-Records-Archived
                    WRITE Archive-Out-Record FROM Budget-History-Record
                ELSE
END-PERFORM.
CLOSE Keep-Work-File.
CLOSE Budget-History-File.
SET Rjn-File-Image TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
SET File-Ctl-Register TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.

ARCHIVE-AUDIT-SECT.
MOVE WS-Audit-Retention-Months TO WS-Retention-Months.
MOVE 0 TO WS-Records-Read.
MOVE 0 TO WS-Records-Archived.
MOVE 0 TO WS-Records-Kept.
MOVE 0 TO WS-Records-Held.
DISPLAY 'WTM-AUDIT-LOG.DAT: archiving conversions dated before ', WS-Cutoff-Date.
MOVE 'WTM-AUDIT-LOG.DAT' TO Archive-Summary-Line.
WRITE Archive-Summary-Line.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-AUDIT-LOG.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
IF File-Ctl-Mismatch THEN
    DISPLAY '  WTM-AUDIT-LOG.DAT does not agree with the file control registry - skipped; re-register it in WTM-FILEREG once investigated.'
    MOVE '  skipped - file does not agree with the file control registry' TO Archive-Summary-Line
    WRITE Archive-Summary-Line
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
OPEN INPUT Audit-Log-File.
IF WS-Audit-Log-Status NOT = "00" THEN
    DISPLAY '  could not open WTM-AUDIT-LOG.DAT, file status ', WS-Audit-Log-Status, ' - skipped.'
            AT END SET File-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-Records-Read
                SET Record-Is-Old TO FALSE
                IF Audit-Date < WS-Cutoff-Date THEN
                    SET Record-Is-Old TO TRUE
                    MOVE Audit-Employee-ID TO WS-Hold-Employee-ID
                    PERFORM CHECK-ROW-HOLD-SECT
                END-IF
                IF Record-Is-Old THEN
                    ADD 1 TO WS-Records-Archived
                    WRITE Archive-Out-Record FROM Audit-Log-Record
                ELSE
END-PERFORM.
CLOSE Keep-Work-File.
CLOSE Audit-Log-File.
SET Rjn-File-Image TO TRUE.
MOVE 'WTM-AUDIT-LOG.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
SET File-Ctl-Register TO TRUE.
MOVE 'WTM-AUDIT-LOG.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.

ARCHIVE-ACCT-EXPORT-SECT.
MOVE WS-Acct-Retention-Months TO WS-Retention-Months.
MOVE 0 TO WS-Records-Read.
MOVE 0 TO WS-Records-Archived.
MOVE 0 TO WS-Records-Kept.
MOVE 0 TO WS-Records-Held.
DISPLAY 'WTM-ACCOUNTING-EXPORT.DAT: archiving extracts dated before ', WS-Cutoff-Date.
MOVE 'WTM-ACCOUNTING-EXPORT.DAT' TO Archive-Summary-Line.
WRITE Archive-Summary-Line.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-ACCOUNTING-EXPORT.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
IF File-Ctl-Mismatch THEN
    DISPLAY '  WTM-ACCOUNTING-EXPORT.DAT does not agree with the file control registry - skipped; re-register it in WTM-FILEREG once investigated.'
    MOVE '  skipped - file does not agree with the file control registry' TO Archive-Summary-Line
    WRITE Archive-Summary-Line
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
OPEN INPUT Acct-Export-File.
IF WS-Acct-Export-Status NOT = "00" THEN
    DISPLAY '  could not open WTM-ACCOUNTING-EXPORT.DAT, file status ', WS-Acct-Export-Status, ' - skipped.'
            AT END SET File-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-Records-Read
                SET Record-Is-Old TO FALSE
                IF Acct-Export-Date < WS-Cutoff-Date THEN
                    SET Record-Is-Old TO TRUE
                    MOVE Acct-Employee-ID TO WS-Hold-Employee-ID
                    PERFORM CHECK-ROW-HOLD-SECT
                END-IF
                IF Record-Is-Old THEN
                    ADD 1 TO WS-Records-Archived
                    WRITE Archive-Out-Record FROM Acct-Export-Record
                ELSE
END-PERFORM.
CLOSE Keep-Work-File.
CLOSE Acct-Export-File.
SET Rjn-File-Image TO TRUE.
MOVE 'WTM-ACCOUNTING-EXPORT.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
SET File-Ctl-Register TO TRUE.
MOVE 'WTM-ACCOUNTING-EXPORT.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.

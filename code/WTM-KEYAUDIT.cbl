*> a plain statement when a WTM-KEYFILE-BUILD rebuild is required.
*> Exit 4 on any drift so the nightly stream surfaces it. Output to
*> the console and WTM-KEYAUDIT-REPORT.TXT.
*> The nightly run is incremental: WTM-AUDITMARK holds how far each
*> flat file was audited last time, and where the rows under that
*> mark are unchanged only the keys the rows added since carry - and
*> the keys the previous report found drifting - are tallied, both
*> files still walked but every other key passed over. The walk also
*> counts both files whole; if the difference between them is more
*> than the keys tallied explain, the keyed side has moved somewhere
*> else and the pair is audited again in full on the spot. A full
*> audit also runs a week after the last one, whenever a flat file
*> has been rewritten beneath its mark, and on demand (F at the mode
*> prompt when run from the menu). The report states the mode each
*> pair ran and the records it covered.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-KEYAUDIT.

01 WS-Pair-Name PIC X(50).
01 WS-Keyed-Scan-Done-Flag PIC X.
    88 Keyed-Scan-Done VALUE "Y" FALSE "N".
*> An incremental pass only tallies keys already in the table - the
*> keys of the new rows and the keys drifting last time.
01 WS-Restrict-Flag PIC X VALUE "N".
    88 Tally-Restricted VALUE "Y" FALSE "N".
01 WS-Pass-Kind PIC X.
    88 Pass-New-Keys VALUE "N".
    88 Pass-Tally    VALUE "T".
01 WS-Pair-No PIC 9.
01 WS-Redo-Flag PIC X.
    88 Redo-In-Full VALUE "Y" FALSE "N".
01 WS-Pair-Usable-Flag PIC X.
    88 Pair-Usable VALUE "Y" FALSE "N".
01 WS-Record-Position PIC 9(7).
01 WS-New-Rows PIC 9(7).
01 WS-Flat-Total PIC 9(7).
01 WS-Keyed-Total PIC 9(7).
01 WS-Net-Tally PIC S9(7).
01 WS-Mark-Start PIC 9(7).
01 WS-Seeded-Keys PIC 9(5).
01 WS-Scan-Request PIC X.
01 WS-Mode-Answer PIC X.
01 WS-Force-Reason PIC X(60) VALUE SPACES.
*> Drifting keys from the previous report, by pair.
01 WS-Prior-Table.
    05 WS-Prior-Entry OCCURS 500 TIMES.
       10 WS-Prior-Pair  PIC 9.
       10 WS-Prior-Key-A PIC 9(6).
       10 WS-Prior-Key-B PIC 9(8).
01 WS-Prior-Count PIC 9(5) VALUE 0.
01 WS-Prior-Idx PIC 9(5).
01 WS-Prior-Reading-Pair PIC 9.
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-AUDIT-MARK-CTL.cpy".
    COPY "WTM-UNATTENDED.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '------------------------- WTM FLAT-VS-KEYED DRIFT AUDIT -------------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
PERFORM CHOOSE-SCAN-MODE-SECT.
IF WS-Scan-Request = "I" THEN
    PERFORM LOAD-PRIOR-REPORT-SECT
END-IF.
OPEN OUTPUT Keyaudit-Report-File.
MOVE 'WTM FLAT-VS-KEYED DRIFT AUDIT - missing and stale keyed rows by key' TO Keyaudit-Report-Line.
WRITE Keyaudit-Report-Line.
        MOVE WS-Tly-Idx TO WS-Tly-Slot
    END-IF
END-PERFORM.
IF (WS-Tly-Slot = 0) AND (NOT Tally-Restricted) THEN
    IF WS-Tally-Count >= 2000 THEN
        ADD 1 TO WS-Tally-Overflow
    ELSE
    WRITE Keyaudit-Report-Line
END-IF.

CHOOSE-SCAN-MODE-SECT.
*> The nightly stream takes the incremental audit; from the menu the
*> operator may ask for a full audit instead.
MOVE "I" TO WS-Scan-Request.
IF WTM-Unattended-Mode = "B" THEN
    EXIT PARAGRAPH
END-IF.
DISPLAY 'Scan mode - I records added since the last check, F full rescan (I): ' WITH NO ADVANCING.
ACCEPT WS-Mode-Answer.
IF FUNCTION UPPER-CASE(WS-Mode-Answer) = "F" THEN
    MOVE "F" TO WS-Scan-Request
END-IF.

LOAD-PRIOR-REPORT-SECT.
*> The keys the previous report found drifting are re-tallied every
*> run until they agree. Without that report - or with more of them
*> than can be held - both pairs are audited in full.
MOVE 0 TO WS-Prior-Count.
MOVE 1 TO WS-Prior-Reading-Pair.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Keyaudit-Report-File.
IF WS-Keyaudit-Report-Status NOT = "00" THEN
    MOVE "F" TO WS-Scan-Request
    MOVE 'no previous report to take drifting keys from' TO WS-Force-Reason
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Keyaudit-Report-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Keyaudit-Report-Line(1:38) = 'BUDGET-HISTORY vs BUDGET-HISTORY-KEYED' THEN
                MOVE 2 TO WS-Prior-Reading-Pair
            END-IF
            IF (Keyaudit-Report-Line(1:6) = '  key ') AND (Keyaudit-Report-Line(7:6) IS NUMERIC)
                AND (Keyaudit-Report-Line(14:8) IS NUMERIC) THEN
                IF WS-Prior-Count >= 500 THEN
                    MOVE "F" TO WS-Scan-Request
                    MOVE 'too many drifting keys on the previous report to carry' TO WS-Force-Reason
                    SET File-EOF TO TRUE
                ELSE
                    ADD 1 TO WS-Prior-Count
                    MOVE WS-Prior-Reading-Pair TO WS-Prior-Pair(WS-Prior-Count)
                    MOVE Keyaudit-Report-Line(7:6) TO WS-Prior-Key-A(WS-Prior-Count)
                    MOVE Keyaudit-Report-Line(14:8) TO WS-Prior-Key-B(WS-Prior-Count)
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Keyaudit-Report-File.
MOVE "N" TO WS-File-EOF-Flag.

START-PAIR-SECT.
*> Asks WTM-AUDITMARK how much of the pair's flat file may be taken
*> as audited, and heads the pair's part of the report.
MOVE 0 TO WS-Tally-Count.
MOVE 0 TO WS-Tally-Overflow.
MOVE 0 TO WS-New-Rows.
MOVE 0 TO WS-Seeded-Keys.
SET Tally-Restricted TO FALSE.
SET Redo-In-Full TO FALSE.
SET Pair-Usable TO TRUE.
MOVE WS-Scan-Request TO WS-Audit-Mark-Mode.
SET Audit-Mark-Start TO TRUE.
MOVE 'WTM-KEYAUDIT' TO WS-Audit-Mark-Job.
CALL 'WTM-AUDITMARK' USING WS-Audit-Mark-Function, WS-Audit-Mark-Job, WS-Audit-Mark-File, WS-Audit-Mark-Area.
IF (WS-Scan-Request = "F") AND (WS-Force-Reason NOT = SPACES) THEN
    MOVE WS-Force-Reason TO WS-Audit-Mark-Reason
END-IF.
MOVE WS-Audit-Mark-Position TO WS-Mark-Start.
PERFORM WRITE-MODE-LINE-SECT.

WRITE-MODE-LINE-SECT.
MOVE SPACES TO Keyaudit-Report-Line.
IF Audit-Mark-Incremental THEN
    STRING 'Scan mode: INCREMENTAL  ' DELIMITED BY SIZE
        WS-Audit-Mark-File DELIMITED BY SPACE
        ' - ' DELIMITED BY SIZE
        WS-Audit-Mark-Reason DELIMITED BY SIZE
        INTO Keyaudit-Report-Line
ELSE
    STRING 'Scan mode: FULL  ' DELIMITED BY SIZE
        WS-Audit-Mark-File DELIMITED BY SPACE
        ' - ' DELIMITED BY SIZE
        WS-Audit-Mark-Reason DELIMITED BY SIZE
        INTO Keyaudit-Report-Line
END-IF.
WRITE Keyaudit-Report-Line.
DISPLAY FUNCTION TRIM(Keyaudit-Report-Line TRAILING).

SEED-PRIOR-KEYS-SECT.
*> Last run's drifting keys for this pair join the new rows' keys.
PERFORM VARYING WS-Prior-Idx FROM 1 BY 1 UNTIL WS-Prior-Idx > WS-Prior-Count
    IF WS-Prior-Pair(WS-Prior-Idx) = WS-Pair-No THEN
        MOVE WS-Prior-Key-A(WS-Prior-Idx) TO WS-Work-Key-A
        MOVE WS-Prior-Key-B(WS-Prior-Idx) TO WS-Work-Key-B
        PERFORM FIND-TALLY-SLOT-SECT
        ADD 1 TO WS-Seeded-Keys
    END-IF
END-PERFORM.
SET Tally-Restricted TO TRUE.

CHECK-PAIR-TOTALS-SECT.
*> Both files were counted whole; the tallied keys must account for
*> all of the difference between them, or drift lies elsewhere and
*> the pair is audited again in full.
IF NOT Audit-Mark-Incremental THEN
    EXIT PARAGRAPH
END-IF.
MOVE 0 TO WS-Net-Tally.
PERFORM VARYING WS-Tly-Idx FROM 1 BY 1 UNTIL WS-Tly-Idx > WS-Tally-Count
    ADD WS-Tly-Count(WS-Tly-Idx) TO WS-Net-Tally
END-PERFORM.
IF WS-Net-Tally = WS-Flat-Total - WS-Keyed-Total THEN
    EXIT PARAGRAPH
END-IF.
MOVE "F" TO WS-Audit-Mark-Mode.
MOVE 0 TO WS-Mark-Start.
MOVE 'file counts differ outside the keys tallied - audited again in full' TO WS-Audit-Mark-Reason.
PERFORM WRITE-MODE-LINE-SECT.
MOVE 0 TO WS-Tally-Count.
MOVE 0 TO WS-Tally-Overflow.
SET Tally-Restricted TO FALSE.
SET Redo-In-Full TO TRUE.

FINISH-PAIR-SECT.
*> States what the audit covered and moves the flat file's mark up
*> to the records it has now audited.
MOVE SPACES TO Keyaudit-Report-Line.
IF Audit-Mark-Incremental THEN
    STRING 'Records covered: ' DELIMITED BY SIZE
        WS-New-Rows DELIMITED BY SIZE
        ' new of ' DELIMITED BY SIZE
        WS-Record-Position DELIMITED BY SIZE
        ' - ' DELIMITED BY SIZE
        WS-Tally-Count DELIMITED BY SIZE
        ' key(s) tallied (' DELIMITED BY SIZE
        WS-Seeded-Keys DELIMITED BY SIZE
        ' drifting before), records 1 to ' DELIMITED BY SIZE
        WS-Mark-Start DELIMITED BY SIZE
        ' audited ' DELIMITED BY SIZE
        WS-Audit-Mark-Stamp(1:8) DELIMITED BY SIZE
        INTO Keyaudit-Report-Line
ELSE
    STRING 'Records covered: ' DELIMITED BY SIZE
        WS-Record-Position DELIMITED BY SIZE
        ' of ' DELIMITED BY SIZE
        WS-Record-Position DELIMITED BY SIZE
        ' - every key' DELIMITED BY SIZE
        INTO Keyaudit-Report-Line
END-IF.
WRITE Keyaudit-Report-Line.
DISPLAY FUNCTION TRIM(Keyaudit-Report-Line TRAILING).
SET Audit-Mark-Set TO TRUE.
MOVE WS-Record-Position TO WS-Audit-Mark-Position.
CALL 'WTM-AUDITMARK' USING WS-Audit-Mark-Function, WS-Audit-Mark-Job, WS-Audit-Mark-File, WS-Audit-Mark-Area.

AUDIT-HISTORY-PAIR-SECT.
MOVE 'BUDGET-HISTORY vs BUDGET-HISTORY-KEYED' TO WS-Pair-Name.
MOVE 1 TO WS-Pair-No.
SET File-Ctl-Verify TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
MOVE 'BUDGET-HISTORY.DAT' TO WS-Audit-Mark-File.
PERFORM START-PAIR-SECT.
IF Audit-Mark-Incremental THEN
    SET Pass-New-Keys TO TRUE
    PERFORM HISTORY-FLAT-PASS-SECT
    PERFORM SEED-PRIOR-KEYS-SECT
END-IF.
SET Pass-Tally TO TRUE.
PERFORM HISTORY-FLAT-PASS-SECT.
IF Pair-Usable THEN
    PERFORM HISTORY-KEYED-PASS-SECT
END-IF.
IF NOT Pair-Usable THEN
    EXIT PARAGRAPH
END-IF.
PERFORM CHECK-PAIR-TOTALS-SECT.
IF Redo-In-Full THEN
    PERFORM HISTORY-FLAT-PASS-SECT
    PERFORM HISTORY-KEYED-PASS-SECT
END-IF.
PERFORM REPORT-DRIFT-SECT.
PERFORM FINISH-PAIR-SECT.

HISTORY-FLAT-PASS-SECT.
*> New-keys pass: the keys of the rows above the mark. Tally pass:
*> every row counted, rows with a key in the table added to it.
MOVE 0 TO WS-Record-Position.
MOVE 0 TO WS-Flat-Total.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Budget-History-File.
IF WS-Budget-History-Status NOT = "00" THEN
    DISPLAY 'KEYAUDIT: could not open BUDGET-HISTORY.DAT, file status ', WS-Budget-History-Status
    SET Pair-Usable TO FALSE
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Budget-History-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-Record-Position
            IF (Hist-Employee-ID IS NUMERIC) AND (Hist-Period IS NUMERIC)
                AND (Hist-Superseded-Flag NOT = "S") THEN
                ADD 1 TO WS-Flat-Total
                MOVE Hist-Employee-ID TO WS-Work-Key-A
                MOVE Hist-Period TO WS-Work-Key-B
                IF Pass-New-Keys THEN
                    IF WS-Record-Position > WS-Mark-Start THEN
                        ADD 1 TO WS-New-Rows
                        PERFORM FIND-TALLY-SLOT-SECT
                    END-IF
                ELSE
                    PERFORM FIND-TALLY-SLOT-SECT
                    IF WS-Tly-Slot > 0 THEN
                        ADD 1 TO WS-Tly-Count(WS-Tly-Slot)
                    END-IF
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Budget-History-File.

HISTORY-KEYED-PASS-SECT.
MOVE 0 TO WS-Keyed-Total.
OPEN INPUT History-Keyed-File.
IF WS-History-Keyed-Status NOT = "00" THEN
    DISPLAY 'KEYAUDIT: BUDGET-HISTORY-KEYED.DAT not readable (status ', WS-History-Keyed-Status, ') - run WTM-KEYFILE-BUILD.'
    MOVE 4 TO RETURN-CODE
    SET Pair-Usable TO FALSE
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-Keyed-Scan-Done-Flag.
    READ History-Keyed-File NEXT
        AT END SET Keyed-Scan-Done TO TRUE
        NOT AT END
            ADD 1 TO WS-Keyed-Total
            MOVE Keyed-Hist-Employee-ID TO WS-Work-Key-A
            MOVE Keyed-Hist-Period TO WS-Work-Key-B
            PERFORM FIND-TALLY-SLOT-SECT
    END-READ
END-PERFORM.
CLOSE History-Keyed-File.

AUDIT-AUDIT-PAIR-SECT.
MOVE 'WTM-AUDIT-LOG vs WTM-AUDIT-KEYED' TO WS-Pair-Name.
MOVE 2 TO WS-Pair-No.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-AUDIT-LOG.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
MOVE 'WTM-AUDIT-LOG.DAT' TO WS-Audit-Mark-File.
PERFORM START-PAIR-SECT.
IF Audit-Mark-Incremental THEN
    SET Pass-New-Keys TO TRUE
    PERFORM AUDIT-FLAT-PASS-SECT
    PERFORM SEED-PRIOR-KEYS-SECT
END-IF.
SET Pass-Tally TO TRUE.
PERFORM AUDIT-FLAT-PASS-SECT.
IF Pair-Usable THEN
    PERFORM AUDIT-KEYED-PASS-SECT
END-IF.
IF NOT Pair-Usable THEN
    EXIT PARAGRAPH
END-IF.
PERFORM CHECK-PAIR-TOTALS-SECT.
IF Redo-In-Full THEN
    PERFORM AUDIT-FLAT-PASS-SECT
    PERFORM AUDIT-KEYED-PASS-SECT
END-IF.
PERFORM REPORT-DRIFT-SECT.
PERFORM FINISH-PAIR-SECT.

AUDIT-FLAT-PASS-SECT.
MOVE 0 TO WS-Record-Position.
MOVE 0 TO WS-Flat-Total.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Audit-Log-File.
IF WS-Audit-Log-Status NOT = "00" THEN
    SET Pair-Usable TO FALSE
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Audit-Log-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-Record-Position
            *> Forward-contract settlements are never mirrored.
            IF NOT Audit-Forward-Rate THEN
                ADD 1 TO WS-Flat-Total
                MOVE Audit-Employee-ID TO WS-Work-Key-A
                MOVE Audit-Date TO WS-Work-Key-B
                IF Pass-New-Keys THEN
                    IF WS-Record-Position > WS-Mark-Start THEN
                        ADD 1 TO WS-New-Rows
                        PERFORM FIND-TALLY-SLOT-SECT
                    END-IF
                ELSE
                    PERFORM FIND-TALLY-SLOT-SECT
                    IF WS-Tly-Slot > 0 THEN
                        ADD 1 TO WS-Tly-Count(WS-Tly-Slot)
                    END-IF
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Audit-Log-File.

AUDIT-KEYED-PASS-SECT.
MOVE 0 TO WS-Keyed-Total.
OPEN INPUT Audit-Keyed-File.
IF WS-Audit-Keyed-Status NOT = "00" THEN
    DISPLAY 'KEYAUDIT: WTM-AUDIT-KEYED.DAT not readable (status ', WS-Audit-Keyed-Status, ') - run WTM-KEYFILE-BUILD.'
    MOVE 4 TO RETURN-CODE
    SET Pair-Usable TO FALSE
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-Keyed-Scan-Done-Flag.
    READ Audit-Keyed-File NEXT
        AT END SET Keyed-Scan-Done TO TRUE
        NOT AT END
            ADD 1 TO WS-Keyed-Total
            MOVE Keyed-Audit-Employee-ID TO WS-Work-Key-A
            MOVE Keyed-Audit-Date TO WS-Work-Key-B
            PERFORM FIND-TALLY-SLOT-SECT
    END-READ
END-PERFORM.
CLOSE Audit-Keyed-File.

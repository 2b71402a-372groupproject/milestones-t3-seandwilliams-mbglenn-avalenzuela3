*> Open-work queue sweep. Open work lives in six places - entries
*> suspended part-way through the form (WTM-ENTRY-SUSPENSE.DAT), runs
*> held for approval (pending rows on WTM-APPROVAL-QUEUE.DAT), batch
*> rejects awaiting repair (BUDGET-BATCH-REJECTS.DAT), exports the
*> accounting system rejected or has not acknowledged a day after
*> they went out (WTM-ACCOUNTING-EXPORT.DAT), and the drift and
*> integrity exceptions on the latest WTM-KEYAUDIT-REPORT.TXT,
*> WTM-HIST-CHECK-REPORT.TXT, and WTM-XREF-REPORT.TXT, and household
*> change requests awaiting a decision (pending rows on
*> WTM-CHANGE-REQUESTS.DAT). The morning
*> digest counts them but nobody owns them. This sweep keeps one
*> work item per piece of open work on WTM-WORK-ITEMS.DAT:
*>   - work found with no open item raises one, unassigned, aged
*>     from when the work arose where the source dates it (the day an
*>     entry was suspended, a run held, an export sent, a change
*>     request received) and from
*>     today where it does not;
*>   - an open item whose work is still there is escalated once it
*>     has been open longer than its source's threshold (days per
*>     source on WTM-WORK-CONFIG.DAT, default 3 - the age at which a
*>     suspended entry is already flagged), with a warning alert;
*>   - an open item whose work has cleared is closed with a
*>     resolution code - how it cleared where the source says
*>     (an approval or change request decided, an export accepted or
*>     superseded), else
*>     what clearing means for that source (a suspended entry resumed,
*>     a reject repaired, an exception fixed).
*> A source file that cannot be read closes nothing - a missing
*> exception report is unavailable, not clean - though a data file
*> that has never been created simply holds no work. Items are taken
*> and assigned in WTM-MYWORK. Exit 4 when anything was escalated.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-WORKSYNC.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Work-Item-File ASSIGN TO "WTM-WORK-ITEMS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Work-Item-Status.
    SELECT Work-Config-File ASSIGN TO "WTM-WORK-CONFIG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Work-Config-Status.
    SELECT Entry-Suspense-File ASSIGN TO "WTM-ENTRY-SUSPENSE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Entry-Suspense-Status.
    SELECT Approval-Queue-File ASSIGN TO "WTM-APPROVAL-QUEUE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Approval-Queue-Status.
    SELECT Batch-Rejects-File ASSIGN TO "BUDGET-BATCH-REJECTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Batch-Rejects-Status.
    SELECT Acct-Export-File ASSIGN TO "WTM-ACCOUNTING-EXPORT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Acct-Export-Status.
    SELECT Keyaudit-Report-File ASSIGN TO "WTM-KEYAUDIT-REPORT.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Keyaudit-Report-Status.
    SELECT Hist-Check-File ASSIGN TO "WTM-HIST-CHECK-REPORT.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Hist-Check-Status.
    SELECT Xref-Report-File ASSIGN TO "WTM-XREF-REPORT.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Xref-Report-Status.
    SELECT Change-Request-File ASSIGN TO "WTM-CHANGE-REQUESTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Change-Request-Status.

DATA DIVISION.
FILE SECTION.
FD  Work-Item-File.
    COPY "WTM-WORK-ITEM-REC.cpy".

FD  Work-Config-File.
01 Work-Config-Record.
    05 Wkc-Source        PIC X(4).
    05 Wkc-Escalate-Days PIC 9(3).

FD  Entry-Suspense-File.
01 Entry-Suspense-Record.
    05 Susp-Operator-ID  PIC X(8).
    05 Susp-Saved-Date   PIC 9(8).
    05 Susp-Employee-ID  PIC 9(6).
    05 FILLER            PIC X(100).

FD  Approval-Queue-File.
    COPY "WTM-APPROVAL-REC.cpy".

FD  Batch-Rejects-File.
01 Batch-Reject-Record.
    05 Reject-Input-Image   PIC X(78).
    05 FILLER               PIC X.
    05 Reject-Reasons       PIC X(28).
    05 Reject-Recycle-Count PIC X(2).
    05 Reject-Source-Tag    PIC X(8).

FD  Acct-Export-File.
    COPY "WTM-ACCOUNTING-EXPORT-REC.cpy".

FD  Keyaudit-Report-File.
01 Keyaudit-Report-Line PIC X(132).

FD  Hist-Check-File.
01 Hist-Check-Line PIC X(132).

FD  Xref-Report-File.
01 Xref-Report-Line PIC X(132).

FD  Change-Request-File.
    COPY "WTM-CHANGE-REQUEST-REC.cpy".

WORKING-STORAGE SECTION.
01 WS-Work-Item-Status PIC XX.
01 WS-Work-Config-Status PIC XX.
01 WS-Entry-Suspense-Status PIC XX.
01 WS-Approval-Queue-Status PIC XX.
01 WS-Batch-Rejects-Status PIC XX.
01 WS-Acct-Export-Status PIC XX.
01 WS-Keyaudit-Report-Status PIC XX.
01 WS-Hist-Check-Status PIC XX.
01 WS-Xref-Report-Status PIC XX.
01 WS-Change-Request-Status PIC XX.
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
*> The seven sources, in Wki-Source order, with each one's escalation
*> threshold, whether it could be read this sweep, and what its work
*> clearing means when the source itself does not say.
01 WS-Source-Codes-Values.
    05 FILLER PIC X(12) VALUE 'SUSPRESUMED '.
    05 FILLER PIC X(12) VALUE 'APPRCLEARED '.
    05 FILLER PIC X(12) VALUE 'RJCTREPAIRED'.
    05 FILLER PIC X(12) VALUE 'EXPTCLEARED '.
    05 FILLER PIC X(12) VALUE 'DRFTFIXED   '.
    05 FILLER PIC X(12) VALUE 'INTGFIXED   '.
    05 FILLER PIC X(12) VALUE 'CHRQCLEARED '.
01 WS-Source-Codes-Table REDEFINES WS-Source-Codes-Values.
    05 WS-Source-Code-Entry OCCURS 7 TIMES.
       10 WS-Source-Code        PIC X(4).
       10 WS-Source-Default-Res PIC X(8).
01 WS-Source-State-Table.
    05 WS-Source-State OCCURS 7 TIMES.
       10 WS-Source-Escalate-Days PIC 9(3).
       10 WS-Source-Readable      PIC X.
       10 WS-Source-Open          PIC 9(5).
       10 WS-Source-Unassigned    PIC 9(5).
01 WS-Src-Idx PIC 9.
*> Current state of every item still open, from the latest row per
*> Wki-Item-ID; a slot whose item has closed is reused.
01 WS-Item-Table.
    05 WS-Itm-Entry OCCURS 3000 TIMES.
       10 WS-Itm-ID          PIC 9(7).
       10 WS-Itm-Source      PIC X(4).
       10 WS-Itm-Key         PIC X(40).
       10 WS-Itm-Employee-ID PIC 9(6).
       10 WS-Itm-Description PIC X(50).
       10 WS-Itm-Opened      PIC 9(8).
       10 WS-Itm-Status      PIC X.
       10 WS-Itm-Owner       PIC X(8).
       10 WS-Itm-Seen        PIC X.
       10 WS-Itm-Close-Res   PIC X(8).
01 WS-Item-Count PIC 9(4) VALUE 0.
01 WS-Itm-Idx PIC 9(4).
01 WS-Itm-Slot PIC 9(4).
01 WS-Itm-Free PIC 9(4).
01 WS-Item-Overflow PIC 9(5) VALUE 0.
01 WS-Last-Item-ID PIC 9(7) VALUE 0.
*> Work found this sweep that has no open item yet.
01 WS-New-Table.
    05 WS-New-Entry OCCURS 2000 TIMES.
       10 WS-New-Source      PIC X(4).
       10 WS-New-Key         PIC X(40).
       10 WS-New-Employee-ID PIC 9(6).
       10 WS-New-Description PIC X(50).
       10 WS-New-Since       PIC 9(8).
01 WS-New-Count PIC 9(4) VALUE 0.
01 WS-New-Idx PIC 9(4).
01 WS-New-Overflow PIC 9(5) VALUE 0.
*> One piece of work as a source scan found it.
01 WS-Fnd-Source PIC X(4).
01 WS-Fnd-Key PIC X(40).
01 WS-Fnd-Employee-ID PIC 9(6).
01 WS-Fnd-Description PIC X(50).
01 WS-Fnd-Resolution PIC X(8).
01 WS-Fnd-Since PIC 9(8).
01 WS-Fnd-Known-Flag PIC X.
    88 Fnd-Known VALUE "Y" FALSE "N".
01 WS-Colon-Pos PIC 9(3).
01 WS-Scan-Pos PIC 9(3).
01 WS-Report-Text PIC X(132).
01 WS-Today PIC 9(8).
01 WS-Now PIC 9(8).
01 WS-Age-Days PIC S9(5).
01 WS-Stamp-Operator PIC X(8).
01 WS-Raised PIC 9(5) VALUE 0.
01 WS-Closed PIC 9(5) VALUE 0.
01 WS-Escalated PIC 9(5) VALUE 0.
01 WS-Still-Open PIC 9(5) VALUE 0.
01 WS-Alert-Severity PIC X.
01 WS-Alert-Source PIC X(20).
01 WS-Alert-Event-Code PIC X(8).
01 WS-Alert-Text PIC X(60).
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '------------------------------ WTM OPEN-WORK QUEUE SWEEP -----------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
MOVE FUNCTION CURRENT-DATE(9:8) TO WS-Now.
IF WTM-Operator-ID = SPACES THEN
    MOVE 'UNKNOWN' TO WS-Stamp-Operator
ELSE
    MOVE WTM-Operator-ID TO WS-Stamp-Operator
END-IF.
PERFORM LOAD-WORK-CONFIG-SECT.
PERFORM LOAD-WORK-ITEMS-SECT.
IF WS-Work-Item-Status NOT = "00" AND WS-Work-Item-Status NOT = "35" THEN
    DISPLAY 'WORKSYNC: could not read WTM-WORK-ITEMS.DAT, file status ', WS-Work-Item-Status
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM SCAN-SUSPENSE-SECT.
PERFORM SCAN-APPROVALS-SECT.
PERFORM SCAN-REJECTS-SECT.
PERFORM SCAN-EXPORTS-SECT.
PERFORM SCAN-KEYAUDIT-SECT.
PERFORM SCAN-INTEGRITY-SECT.
PERFORM SCAN-CHANGE-REQUESTS-SECT.
PERFORM RECONCILE-ITEMS-SECT.
PERFORM SHOW-SUMMARY-SECT.
IF WS-Escalated > 0 THEN
    MOVE 4 TO RETURN-CODE
END-IF.
GOBACK.

LOAD-WORK-CONFIG-SECT.
*> Escalation days per source; a source with no row keeps 3.
PERFORM VARYING WS-Src-Idx FROM 1 BY 1 UNTIL WS-Src-Idx > 7
    MOVE 3 TO WS-Source-Escalate-Days(WS-Src-Idx)
    MOVE "N" TO WS-Source-Readable(WS-Src-Idx)
    MOVE 0 TO WS-Source-Open(WS-Src-Idx)
    MOVE 0 TO WS-Source-Unassigned(WS-Src-Idx)
END-PERFORM.
OPEN INPUT Work-Config-File.
IF WS-Work-Config-Status = "00" THEN
    PERFORM UNTIL WS-Work-Config-Status NOT = "00"
        READ Work-Config-File
            AT END EXIT PERFORM
            NOT AT END
                PERFORM VARYING WS-Src-Idx FROM 1 BY 1 UNTIL WS-Src-Idx > 7
                    IF WS-Source-Code(WS-Src-Idx) = Wkc-Source THEN
                        IF Wkc-Escalate-Days IS NUMERIC THEN
                            MOVE Wkc-Escalate-Days TO WS-Source-Escalate-Days(WS-Src-Idx)
                        ELSE
                            DISPLAY 'WARNING: WTM-WORK-CONFIG.DAT row for ', Wkc-Source,
                                ' has no valid day count - default kept.'
                        END-IF
                    END-IF
                END-PERFORM
        END-READ
    END-PERFORM
    CLOSE Work-Config-File
END-IF.

LOAD-WORK-ITEMS-SECT.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-WORK-ITEMS.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Work-Item-File.
IF WS-Work-Item-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Work-Item-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Wki-Item-ID IS NUMERIC THEN
                PERFORM KEEP-ITEM-STATE-SECT
            END-IF
    END-READ
END-PERFORM.
CLOSE Work-Item-File.
MOVE "00" TO WS-Work-Item-Status.
IF WS-Item-Overflow > 0 THEN
    DISPLAY 'WORKSYNC: more than 3000 items open - ', WS-Item-Overflow, ' row(s) could not be tracked.'
END-IF.

KEEP-ITEM-STATE-SECT.
IF Wki-Item-ID > WS-Last-Item-ID THEN
    MOVE Wki-Item-ID TO WS-Last-Item-ID
END-IF.
MOVE 0 TO WS-Itm-Slot.
MOVE 0 TO WS-Itm-Free.
PERFORM VARYING WS-Itm-Idx FROM 1 BY 1 UNTIL (WS-Itm-Idx > WS-Item-Count) OR (WS-Itm-Slot > 0)
    IF WS-Itm-Status(WS-Itm-Idx) = "C" THEN
        IF WS-Itm-Free = 0 THEN
            MOVE WS-Itm-Idx TO WS-Itm-Free
        END-IF
    ELSE
        IF WS-Itm-ID(WS-Itm-Idx) = Wki-Item-ID THEN
            MOVE WS-Itm-Idx TO WS-Itm-Slot
        END-IF
    END-IF
END-PERFORM.
IF WS-Itm-Slot = 0 THEN
    IF Wki-Closed THEN
        EXIT PARAGRAPH
    END-IF
    IF WS-Itm-Free > 0 THEN
        MOVE WS-Itm-Free TO WS-Itm-Slot
    ELSE
        IF WS-Item-Count >= 3000 THEN
            ADD 1 TO WS-Item-Overflow
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-Item-Count
        MOVE WS-Item-Count TO WS-Itm-Slot
    END-IF
END-IF.
MOVE Wki-Item-ID TO WS-Itm-ID(WS-Itm-Slot).
MOVE Wki-Source TO WS-Itm-Source(WS-Itm-Slot).
MOVE Wki-Source-Key TO WS-Itm-Key(WS-Itm-Slot).
MOVE Wki-Employee-ID TO WS-Itm-Employee-ID(WS-Itm-Slot).
MOVE Wki-Description TO WS-Itm-Description(WS-Itm-Slot).
MOVE Wki-Opened-Date TO WS-Itm-Opened(WS-Itm-Slot).
MOVE Wki-Status TO WS-Itm-Status(WS-Itm-Slot).
MOVE Wki-Owner-ID TO WS-Itm-Owner(WS-Itm-Slot).
MOVE "N" TO WS-Itm-Seen(WS-Itm-Slot).
MOVE SPACES TO WS-Itm-Close-Res(WS-Itm-Slot).

SCAN-SUSPENSE-SECT.
*> Every suspended entry is open work for the operator who parked it
*> until it is resumed.
MOVE 'SUSP' TO WS-Fnd-Source.
OPEN INPUT Entry-Suspense-File.
EVALUATE WS-Entry-Suspense-Status
    WHEN "00" CONTINUE
    WHEN "35"
        MOVE "Y" TO WS-Source-Readable(1)
        EXIT PARAGRAPH
    WHEN OTHER
        DISPLAY 'WORKSYNC: could not read WTM-ENTRY-SUSPENSE.DAT, file status ', WS-Entry-Suspense-Status
        EXIT PARAGRAPH
END-EVALUATE.
MOVE "Y" TO WS-Source-Readable(1).
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Entry-Suspense-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            MOVE SPACES TO WS-Fnd-Key
            STRING Susp-Operator-ID DELIMITED BY SIZE
                Susp-Saved-Date DELIMITED BY SIZE
                Susp-Employee-ID DELIMITED BY SIZE
                INTO WS-Fnd-Key
            MOVE Susp-Employee-ID TO WS-Fnd-Employee-ID
            MOVE Susp-Saved-Date TO WS-Fnd-Since
            MOVE SPACES TO WS-Fnd-Description
            STRING 'Entry suspended by ' DELIMITED BY SIZE
                Susp-Operator-ID DELIMITED BY SPACE
                ' on ' DELIMITED BY SIZE
                Susp-Saved-Date DELIMITED BY SIZE
                INTO WS-Fnd-Description
            PERFORM NOTE-OPEN-WORK-SECT
    END-READ
END-PERFORM.
CLOSE Entry-Suspense-File.

SCAN-APPROVALS-SECT.
*> Pending runs are open work; a decided run closes its item as
*> approved or rejected.
MOVE 'APPR' TO WS-Fnd-Source.
OPEN INPUT Approval-Queue-File.
EVALUATE WS-Approval-Queue-Status
    WHEN "00" CONTINUE
    WHEN "35"
        MOVE "Y" TO WS-Source-Readable(2)
        EXIT PARAGRAPH
    WHEN OTHER
        DISPLAY 'WORKSYNC: could not read WTM-APPROVAL-QUEUE.DAT, file status ', WS-Approval-Queue-Status
        EXIT PARAGRAPH
END-EVALUATE.
MOVE "Y" TO WS-Source-Readable(2).
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Approval-Queue-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            MOVE SPACES TO WS-Fnd-Key
            STRING Appr-Employee-ID DELIMITED BY SIZE
                Appr-Period DELIMITED BY SIZE
                Appr-Run-Date DELIMITED BY SIZE
                Appr-Run-ID(1:20) DELIMITED BY SIZE
                INTO WS-Fnd-Key
            MOVE Appr-Employee-ID TO WS-Fnd-Employee-ID
            MOVE Appr-Run-Date TO WS-Fnd-Since
            EVALUATE TRUE
                WHEN Appr-Pending
                    MOVE SPACES TO WS-Fnd-Description
                    STRING 'Run of ' DELIMITED BY SIZE
                        Appr-Run-Date DELIMITED BY SIZE
                        ' period ' DELIMITED BY SIZE
                        Appr-Period DELIMITED BY SIZE
                        ' held for approval' DELIMITED BY SIZE
                        INTO WS-Fnd-Description
                    PERFORM NOTE-OPEN-WORK-SECT
                WHEN Appr-Approved
                    MOVE 'APPROVED' TO WS-Fnd-Resolution
                    PERFORM NOTE-RESOLVED-SECT
                WHEN Appr-Rejected
                    MOVE 'REJECTED' TO WS-Fnd-Resolution
                    PERFORM NOTE-RESOLVED-SECT
                WHEN OTHER CONTINUE
            END-EVALUATE
    END-READ
END-PERFORM.
CLOSE Approval-Queue-File.

SCAN-REJECTS-SECT.
*> A row on the rejects file is awaiting repair until WTM-REJREPAIR
*> moves it to the validated file or drops it.
MOVE 'RJCT' TO WS-Fnd-Source.
OPEN INPUT Batch-Rejects-File.
EVALUATE WS-Batch-Rejects-Status
    WHEN "00" CONTINUE
    WHEN "35"
        MOVE "Y" TO WS-Source-Readable(3)
        EXIT PARAGRAPH
    WHEN OTHER
        DISPLAY 'WORKSYNC: could not read BUDGET-BATCH-REJECTS.DAT, file status ', WS-Batch-Rejects-Status
        EXIT PARAGRAPH
END-EVALUATE.
MOVE "Y" TO WS-Source-Readable(3).
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Batch-Rejects-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            MOVE SPACES TO WS-Fnd-Key
            STRING Reject-Source-Tag DELIMITED BY SIZE
                Reject-Input-Image(1:6) DELIMITED BY SIZE
                INTO WS-Fnd-Key
            MOVE WS-Today TO WS-Fnd-Since
            IF Reject-Input-Image(1:6) IS NUMERIC THEN
                MOVE Reject-Input-Image(1:6) TO WS-Fnd-Employee-ID
            ELSE
                MOVE 0 TO WS-Fnd-Employee-ID
            END-IF
            MOVE SPACES TO WS-Fnd-Description
            STRING 'Batch reject ' DELIMITED BY SIZE
                Reject-Reasons DELIMITED BY '  '
                ' from ' DELIMITED BY SIZE
                Reject-Source-Tag DELIMITED BY SPACE
                INTO WS-Fnd-Description
            PERFORM NOTE-OPEN-WORK-SECT
    END-READ
END-PERFORM.
CLOSE Batch-Rejects-File.

SCAN-EXPORTS-SECT.
*> A rejected export is open work until it is superseded by a
*> corrected one; a pending export becomes open work once it has
*> gone a full day without an acknowledgment.
MOVE 'EXPT' TO WS-Fnd-Source.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-ACCOUNTING-EXPORT.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Acct-Export-File.
EVALUATE WS-Acct-Export-Status
    WHEN "00" CONTINUE
    WHEN "35"
        MOVE "Y" TO WS-Source-Readable(4)
        EXIT PARAGRAPH
    WHEN OTHER
        DISPLAY 'WORKSYNC: could not read WTM-ACCOUNTING-EXPORT.DAT, file status ', WS-Acct-Export-Status
        EXIT PARAGRAPH
END-EVALUATE.
MOVE "Y" TO WS-Source-Readable(4).
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Acct-Export-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            MOVE SPACES TO WS-Fnd-Key
            STRING Acct-Employee-ID DELIMITED BY SIZE
                Acct-Export-Date DELIMITED BY SIZE
                Acct-Run-ID DELIMITED BY SIZE
                INTO WS-Fnd-Key
            MOVE Acct-Employee-ID TO WS-Fnd-Employee-ID
            MOVE Acct-Export-Date TO WS-Fnd-Since
            EVALUATE TRUE
                WHEN Acct-Ack-Rejected
                    MOVE SPACES TO WS-Fnd-Description
                    STRING 'Export of ' DELIMITED BY SIZE
                        Acct-Export-Date DELIMITED BY SIZE
                        ' rejected - correct and re-send' DELIMITED BY SIZE
                        INTO WS-Fnd-Description
                    PERFORM NOTE-OPEN-WORK-SECT
                WHEN Acct-Ack-Pending AND (Acct-Export-Date < WS-Today)
                    MOVE SPACES TO WS-Fnd-Description
                    STRING 'Export of ' DELIMITED BY SIZE
                        Acct-Export-Date DELIMITED BY SIZE
                        ' not acknowledged by accounting' DELIMITED BY SIZE
                        INTO WS-Fnd-Description
                    PERFORM NOTE-OPEN-WORK-SECT
                WHEN Acct-Ack-Accepted
                    MOVE 'ACCEPTED' TO WS-Fnd-Resolution
                    PERFORM NOTE-RESOLVED-SECT
                WHEN Acct-Superseded
                    MOVE 'SUPERSED' TO WS-Fnd-Resolution
                    PERFORM NOTE-RESOLVED-SECT
                WHEN OTHER CONTINUE
            END-EVALUATE
    END-READ
END-PERFORM.
CLOSE Acct-Export-File.

SCAN-KEYAUDIT-SECT.
*> Each drifting key on the latest flat-vs-keyed audit.
MOVE 'DRFT' TO WS-Fnd-Source.
MOVE WS-Today TO WS-Fnd-Since.
OPEN INPUT Keyaudit-Report-File.
IF WS-Keyaudit-Report-Status NOT = "00" THEN
    DISPLAY 'NOTICE: WTM-KEYAUDIT-REPORT.TXT unavailable (file status ', WS-Keyaudit-Report-Status,
        ') - drift items left as they are.'
    EXIT PARAGRAPH
END-IF.
MOVE "Y" TO WS-Source-Readable(5).
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Keyaudit-Report-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Keyaudit-Report-Line(1:6) = '  key ' THEN
                MOVE Keyaudit-Report-Line(3:130) TO WS-Report-Text
                IF Keyaudit-Report-Line(7:6) IS NUMERIC THEN
                    MOVE Keyaudit-Report-Line(7:6) TO WS-Fnd-Employee-ID
                ELSE
                    MOVE 0 TO WS-Fnd-Employee-ID
                END-IF
                PERFORM SPLIT-REPORT-LINE-SECT
                PERFORM NOTE-OPEN-WORK-SECT
            END-IF
    END-READ
END-PERFORM.
CLOSE Keyaudit-Report-File.

SCAN-INTEGRITY-SECT.
*> Each flagged row on the latest history integrity audit and each
*> orphan on the latest cross-file sweep. Both reports must be on
*> disk before integrity items are closed.
MOVE 'INTG' TO WS-Fnd-Source.
MOVE WS-Today TO WS-Fnd-Since.
OPEN INPUT Hist-Check-File.
IF WS-Hist-Check-Status = "00" THEN
    MOVE "N" TO WS-File-EOF-Flag
    PERFORM UNTIL File-EOF
        READ Hist-Check-File
            AT END SET File-EOF TO TRUE
            NOT AT END
                IF Hist-Check-Line(1:7) = 'Record ' THEN
                    MOVE Hist-Check-Line TO WS-Report-Text
                    IF Hist-Check-Line(26:6) IS NUMERIC THEN
                        MOVE Hist-Check-Line(26:6) TO WS-Fnd-Employee-ID
                    ELSE
                        MOVE 0 TO WS-Fnd-Employee-ID
                    END-IF
                    PERFORM SPLIT-REPORT-LINE-SECT
                    PERFORM NOTE-OPEN-WORK-SECT
                END-IF
        END-READ
    END-PERFORM
    CLOSE Hist-Check-File
ELSE
    DISPLAY 'NOTICE: WTM-HIST-CHECK-REPORT.TXT unavailable (file status ', WS-Hist-Check-Status,
        ') - integrity items left as they are.'
END-IF.
OPEN INPUT Xref-Report-File.
IF WS-Xref-Report-Status = "00" THEN
    MOVE "N" TO WS-File-EOF-Flag
    PERFORM UNTIL File-EOF
        READ Xref-Report-File
            AT END SET File-EOF TO TRUE
            NOT AT END
                IF (Xref-Report-Line(1:4) = 'WTM-' OR Xref-Report-Line(1:7) = 'BUDGET-')
                    AND (Xref-Report-Line(1:40) NOT = SPACES) THEN
                    MOVE Xref-Report-Line TO WS-Report-Text
                    MOVE 0 TO WS-Fnd-Employee-ID
                    PERFORM SPLIT-REPORT-LINE-SECT
                    IF WS-Colon-Pos > 0 THEN
                        PERFORM NOTE-OPEN-WORK-SECT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE Xref-Report-File
ELSE
    DISPLAY 'NOTICE: WTM-XREF-REPORT.TXT unavailable (file status ', WS-Xref-Report-Status,
        ') - integrity items left as they are.'
END-IF.
IF (WS-Hist-Check-Status = "00") AND (WS-Xref-Report-Status = "00") THEN
    MOVE "Y" TO WS-Source-Readable(6)
END-IF.

SPLIT-REPORT-LINE-SECT.
*> An exception line reads "<what and where>: <problem>" - the part
*> before the first ": " identifies the exception from one run of the
*> report to the next, the rest describes it.
MOVE 0 TO WS-Colon-Pos.
PERFORM VARYING WS-Scan-Pos FROM 1 BY 1 UNTIL (WS-Scan-Pos > 60) OR (WS-Colon-Pos > 0)
    IF WS-Report-Text(WS-Scan-Pos:2) = ': ' THEN
        MOVE WS-Scan-Pos TO WS-Colon-Pos
    END-IF
END-PERFORM.
MOVE SPACES TO WS-Fnd-Key.
MOVE SPACES TO WS-Fnd-Description.
IF WS-Colon-Pos > 1 THEN
    MOVE WS-Report-Text(1:WS-Colon-Pos - 1) TO WS-Fnd-Key
    MOVE WS-Report-Text(WS-Colon-Pos + 2:) TO WS-Fnd-Description
ELSE
    MOVE WS-Report-Text TO WS-Fnd-Key
    MOVE WS-Report-Text TO WS-Fnd-Description
END-IF.

NOTE-OPEN-WORK-SECT.
*> Work still there keeps its open item; work with none is queued to
*> be raised (once, however many times the source lists it).
SET Fnd-Known TO FALSE.
PERFORM VARYING WS-Itm-Idx FROM 1 BY 1 UNTIL (WS-Itm-Idx > WS-Item-Count) OR Fnd-Known
    IF (WS-Itm-Status(WS-Itm-Idx) NOT = "C") AND (WS-Itm-Source(WS-Itm-Idx) = WS-Fnd-Source)
        AND (WS-Itm-Key(WS-Itm-Idx) = WS-Fnd-Key) THEN
        SET Fnd-Known TO TRUE
        MOVE "Y" TO WS-Itm-Seen(WS-Itm-Idx)
    END-IF
END-PERFORM.
IF Fnd-Known THEN
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING WS-New-Idx FROM 1 BY 1 UNTIL (WS-New-Idx > WS-New-Count) OR Fnd-Known
    IF (WS-New-Source(WS-New-Idx) = WS-Fnd-Source) AND (WS-New-Key(WS-New-Idx) = WS-Fnd-Key) THEN
        SET Fnd-Known TO TRUE
    END-IF
END-PERFORM.
IF Fnd-Known THEN
    EXIT PARAGRAPH
END-IF.
IF WS-New-Count >= 2000 THEN
    ADD 1 TO WS-New-Overflow
    EXIT PARAGRAPH
END-IF.
ADD 1 TO WS-New-Count.
MOVE WS-Fnd-Source TO WS-New-Source(WS-New-Count).
MOVE WS-Fnd-Key TO WS-New-Key(WS-New-Count).
MOVE WS-Fnd-Employee-ID TO WS-New-Employee-ID(WS-New-Count).
MOVE WS-Fnd-Description TO WS-New-Description(WS-New-Count).
IF (WS-Fnd-Since IS NUMERIC) AND (WS-Fnd-Since > 19000000) AND (WS-Fnd-Since <= WS-Today) THEN
    MOVE WS-Fnd-Since TO WS-New-Since(WS-New-Count)
ELSE
    MOVE WS-Today TO WS-New-Since(WS-New-Count)
END-IF.

NOTE-RESOLVED-SECT.
*> The source says how this work cleared - an open item for it closes
*> with that resolution.
PERFORM VARYING WS-Itm-Idx FROM 1 BY 1 UNTIL WS-Itm-Idx > WS-Item-Count
    IF (WS-Itm-Status(WS-Itm-Idx) NOT = "C") AND (WS-Itm-Source(WS-Itm-Idx) = WS-Fnd-Source)
        AND (WS-Itm-Key(WS-Itm-Idx) = WS-Fnd-Key) THEN
        MOVE WS-Fnd-Resolution TO WS-Itm-Close-Res(WS-Itm-Idx)
    END-IF
END-PERFORM.

SCAN-CHANGE-REQUESTS-SECT.
*> A pending household change request is open work from the day it
*> was received; a decided one closes its item as applied or
*> rejected.
MOVE 'CHRQ' TO WS-Fnd-Source.
OPEN INPUT Change-Request-File.
EVALUATE WS-Change-Request-Status
    WHEN "00" CONTINUE
    WHEN "35"
        MOVE "Y" TO WS-Source-Readable(7)
        EXIT PARAGRAPH
    WHEN OTHER
        DISPLAY 'WORKSYNC: could not read WTM-CHANGE-REQUESTS.DAT, file status ', WS-Change-Request-Status
        EXIT PARAGRAPH
END-EVALUATE.
MOVE "Y" TO WS-Source-Readable(7).
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Change-Request-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            MOVE SPACES TO WS-Fnd-Key
            STRING 'REQUEST ' DELIMITED BY SIZE
                Chr-Request-No DELIMITED BY SIZE
                INTO WS-Fnd-Key
            MOVE Chr-Employee-ID TO WS-Fnd-Employee-ID
            IF (Chr-Received-Date IS NUMERIC) AND (Chr-Received-Date > 0) THEN
                MOVE Chr-Received-Date TO WS-Fnd-Since
            ELSE
                MOVE WS-Today TO WS-Fnd-Since
            END-IF
            EVALUATE TRUE
                WHEN Chr-Pending
                    MOVE SPACES TO WS-Fnd-Description
                    STRING 'Change request: ' DELIMITED BY SIZE
                        Chr-Category-Name DELIMITED BY SPACE
                        ' from period ' DELIMITED BY SIZE
                        Chr-Effective-Period DELIMITED BY SIZE
                        ' via ' DELIMITED BY SIZE
                        Chr-Source DELIMITED BY SPACE
                        INTO WS-Fnd-Description
                    PERFORM NOTE-OPEN-WORK-SECT
                WHEN Chr-Applied
                    MOVE 'APPLIED ' TO WS-Fnd-Resolution
                    PERFORM NOTE-RESOLVED-SECT
                WHEN Chr-Rejected
                    MOVE 'REJECTED' TO WS-Fnd-Resolution
                    PERFORM NOTE-RESOLVED-SECT
                WHEN OTHER CONTINUE
            END-EVALUATE
    END-READ
END-PERFORM.
CLOSE Change-Request-File.

RECONCILE-ITEMS-SECT.
OPEN EXTEND Work-Item-File.
IF WS-Work-Item-Status = "35" THEN
    OPEN OUTPUT Work-Item-File
END-IF.
IF WS-Work-Item-Status NOT = "00" THEN
    DISPLAY 'WORKSYNC: could not write WTM-WORK-ITEMS.DAT, file status ', WS-Work-Item-Status
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM VARYING WS-Itm-Idx FROM 1 BY 1 UNTIL WS-Itm-Idx > WS-Item-Count
    IF WS-Itm-Status(WS-Itm-Idx) NOT = "C" THEN
        PERFORM FIND-SOURCE-SECT
        EVALUATE TRUE
            WHEN WS-Src-Idx = 0
                CONTINUE
            WHEN WS-Itm-Seen(WS-Itm-Idx) = "Y"
                PERFORM COUNT-OPEN-ITEM-SECT
                PERFORM CHECK-ESCALATION-SECT
            WHEN WS-Itm-Close-Res(WS-Itm-Idx) NOT = SPACES
                PERFORM CLOSE-ITEM-SECT
            WHEN WS-Source-Readable(WS-Src-Idx) = "Y"
                MOVE WS-Source-Default-Res(WS-Src-Idx) TO WS-Itm-Close-Res(WS-Itm-Idx)
                PERFORM CLOSE-ITEM-SECT
            WHEN OTHER
                PERFORM COUNT-OPEN-ITEM-SECT
        END-EVALUATE
    END-IF
END-PERFORM.
PERFORM VARYING WS-New-Idx FROM 1 BY 1 UNTIL WS-New-Idx > WS-New-Count
    PERFORM RAISE-ITEM-SECT
END-PERFORM.
CLOSE Work-Item-File.
SET File-Ctl-Register TO TRUE.
MOVE 'WTM-WORK-ITEMS.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.

FIND-SOURCE-SECT.
MOVE 0 TO WS-Src-Idx.
PERFORM VARYING WS-Scan-Pos FROM 1 BY 1 UNTIL WS-Scan-Pos > 7
    IF WS-Source-Code(WS-Scan-Pos) = WS-Itm-Source(WS-Itm-Idx) THEN
        MOVE WS-Scan-Pos TO WS-Src-Idx
    END-IF
END-PERFORM.

COUNT-OPEN-ITEM-SECT.
ADD 1 TO WS-Still-Open.
ADD 1 TO WS-Source-Open(WS-Src-Idx).
IF WS-Itm-Owner(WS-Itm-Idx) = SPACES THEN
    ADD 1 TO WS-Source-Unassigned(WS-Src-Idx)
END-IF.

CHECK-ESCALATION-SECT.
IF WS-Itm-Status(WS-Itm-Idx) = "E" THEN
    EXIT PARAGRAPH
END-IF.
COMPUTE WS-Age-Days = FUNCTION INTEGER-OF-DATE(WS-Today)
    - FUNCTION INTEGER-OF-DATE(WS-Itm-Opened(WS-Itm-Idx)).
IF WS-Age-Days <= WS-Source-Escalate-Days(WS-Src-Idx) THEN
    EXIT PARAGRAPH
END-IF.
MOVE "E" TO WS-Itm-Status(WS-Itm-Idx).
PERFORM MOVE-ITEM-TO-RECORD-SECT.
MOVE 'ESCALATD' TO Wki-Event.
PERFORM WRITE-ITEM-ROW-SECT.
ADD 1 TO WS-Escalated.
MOVE "W" TO WS-Alert-Severity.
MOVE 'WTM-WORKSYNC' TO WS-Alert-Source.
MOVE 'WORKESC' TO WS-Alert-Event-Code.
MOVE SPACES TO WS-Alert-Text.
IF WS-Itm-Owner(WS-Itm-Idx) = SPACES THEN
    STRING 'Work item ' DELIMITED BY SIZE
        WS-Itm-ID(WS-Itm-Idx) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-Itm-Source(WS-Itm-Idx) DELIMITED BY SIZE
        ' past its age limit, unowned' DELIMITED BY SIZE
        INTO WS-Alert-Text
ELSE
    STRING 'Work item ' DELIMITED BY SIZE
        WS-Itm-ID(WS-Itm-Idx) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-Itm-Source(WS-Itm-Idx) DELIMITED BY SIZE
        ' past its age limit, owner ' DELIMITED BY SIZE
        WS-Itm-Owner(WS-Itm-Idx) DELIMITED BY SPACE
        INTO WS-Alert-Text
END-IF.
CALL 'WTM-ALERT' USING WS-Alert-Severity, WS-Alert-Source, WS-Alert-Event-Code, WS-Alert-Text.

CLOSE-ITEM-SECT.
MOVE "C" TO WS-Itm-Status(WS-Itm-Idx).
PERFORM MOVE-ITEM-TO-RECORD-SECT.
MOVE 'CLOSED' TO Wki-Event.
MOVE WS-Itm-Close-Res(WS-Itm-Idx) TO Wki-Resolution.
PERFORM WRITE-ITEM-ROW-SECT.
ADD 1 TO WS-Closed.

RAISE-ITEM-SECT.
ADD 1 TO WS-Last-Item-ID.
MOVE SPACES TO Work-Item-Record.
MOVE WS-Last-Item-ID TO Wki-Item-ID.
MOVE WS-New-Source(WS-New-Idx) TO Wki-Source.
MOVE WS-New-Key(WS-New-Idx) TO Wki-Source-Key.
MOVE WS-New-Employee-ID(WS-New-Idx) TO Wki-Employee-ID.
MOVE WS-New-Description(WS-New-Idx) TO Wki-Description.
MOVE WS-New-Since(WS-New-Idx) TO Wki-Opened-Date.
SET Wki-Open TO TRUE.
MOVE 'OPENED' TO Wki-Event.
PERFORM WRITE-ITEM-ROW-SECT.
ADD 1 TO WS-Raised.
ADD 1 TO WS-Still-Open.
PERFORM VARYING WS-Src-Idx FROM 1 BY 1 UNTIL WS-Src-Idx > 7
    IF WS-Source-Code(WS-Src-Idx) = Wki-Source THEN
        ADD 1 TO WS-Source-Open(WS-Src-Idx)
        ADD 1 TO WS-Source-Unassigned(WS-Src-Idx)
    END-IF
END-PERFORM.

MOVE-ITEM-TO-RECORD-SECT.
MOVE SPACES TO Work-Item-Record.
MOVE WS-Itm-ID(WS-Itm-Idx) TO Wki-Item-ID.
MOVE WS-Itm-Source(WS-Itm-Idx) TO Wki-Source.
MOVE WS-Itm-Key(WS-Itm-Idx) TO Wki-Source-Key.
MOVE WS-Itm-Employee-ID(WS-Itm-Idx) TO Wki-Employee-ID.
MOVE WS-Itm-Description(WS-Itm-Idx) TO Wki-Description.
MOVE WS-Itm-Opened(WS-Itm-Idx) TO Wki-Opened-Date.
MOVE WS-Itm-Status(WS-Itm-Idx) TO Wki-Status.
MOVE WS-Itm-Owner(WS-Itm-Idx) TO Wki-Owner-ID.

WRITE-ITEM-ROW-SECT.
MOVE WS-Today TO Wki-Event-Date.
MOVE WS-Now TO Wki-Event-Time.
MOVE WS-Stamp-Operator TO Wki-Operator-ID.
WRITE Work-Item-Record.
SET Rjn-After-Image TO TRUE.
MOVE 'WTM-WORK-ITEMS.DAT' TO WS-Rjn-File-Name.
MOVE Work-Item-Record TO WS-Rjn-Record.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.

SHOW-SUMMARY-SECT.
DISPLAY WS-Raised, ' item(s) raised, ', WS-Closed, ' closed, ', WS-Escalated, ' escalated.'.
DISPLAY 'Open work by source:         open  unassigned  escalate after'.
PERFORM VARYING WS-Src-Idx FROM 1 BY 1 UNTIL WS-Src-Idx > 7
    IF WS-Source-Readable(WS-Src-Idx) = "Y" THEN
        DISPLAY '  ', WS-Source-Code(WS-Src-Idx), '                     ', WS-Source-Open(WS-Src-Idx),
            '       ', WS-Source-Unassigned(WS-Src-Idx), '       ', WS-Source-Escalate-Days(WS-Src-Idx), ' day(s)'
    ELSE
        DISPLAY '  ', WS-Source-Code(WS-Src-Idx), '                     ', WS-Source-Open(WS-Src-Idx),
            '       ', WS-Source-Unassigned(WS-Src-Idx), '       ', WS-Source-Escalate-Days(WS-Src-Idx),
            ' day(s)  (source unavailable - nothing closed)'
    END-IF
END-PERFORM.
DISPLAY WS-Still-Open, ' item(s) open on WTM-WORK-ITEMS.DAT.'.
IF WS-New-Overflow > 0 THEN
    DISPLAY 'WORKSYNC: more than 2000 new items in one sweep - ', WS-New-Overflow,
        ' left for the next sweep.'
END-IF.

*> Probable duplicate-person scan of the employee master. Since the
*> acquisition the same person turns up under two Empl-IDs often
*> enough that waiting for someone to notice no longer works. This
*> sweeps WTM-EMPLOYEE-MASTER.DAT, active and inactive rows alike (a
*> leaver rehired under a new ID is the commonest case), and scores
*> every pair of IDs:
*>   name    50 same name once case, punctuation, and spacing are
*>              set aside; 40 the same two names reversed (DOE JANE
*>              against JANE DOE); 30 same surname and first initial;
*>              25 same first name and a surname agreeing in its
*>              first four letters; 15 same surname only
*>   hired   25 same hire date
*>   history 15 both IDs have budget runs on BUDGET-HISTORY.DAT
*>              (superseded runs do not count) over overlapping spans
*>              of periods - one household being budgeted twice
*>   dept    10 same department
*> A pair is a candidate at 40 or more, and only with some name
*> agreement - a shared hire date and department alone are too
*> common to mean anything. Candidates are ranked highest score first
*> on WTM-DUP-CANDIDATES-<date>.TXT. The reviewer can then walk the
*> list and mark each pair N (not the same person) or C (confirmed,
*> naming the ID to keep); both are kept on WTM-DUP-DECISIONS.DAT so
*> a decided pair does not come back on later scans, and a confirmed
*> pair is queued on WTM-MERGE-QUEUE.DAT, which WTM-EMPMERGE takes as
*> its input. Pairs already on the merge queue, pending or merged,
*> are not offered again either. RC 4 while undecided candidates
*> remain.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-DUPSCAN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Employee-Master-File ASSIGN TO "WTM-EMPLOYEE-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Employee-Master-Status.
    SELECT Budget-History-File ASSIGN TO "BUDGET-HISTORY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Budget-History-Status.
    SELECT Dup-Decision-File ASSIGN TO "WTM-DUP-DECISIONS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Dup-Decision-Status.
    SELECT Merge-Queue-File ASSIGN TO "WTM-MERGE-QUEUE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Merge-Queue-Status.
    SELECT Dup-Sort-File ASSIGN TO "WTM-DUPSCAN-SORT.TMP".
    SELECT Dup-Report-File ASSIGN TO WS-Dup-Report-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Dup-Report-Status.
    SELECT Report-Catalog-File ASSIGN TO "WTM-REPORT-CATALOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Report-Catalog-Status.

DATA DIVISION.
FILE SECTION.
FD  Employee-Master-File.
    COPY "WTM-EMPLOYEE-MASTER-REC.cpy".

FD  Budget-History-File.
    COPY "WTM-HISTORY-REC.cpy".

FD  Dup-Decision-File.
    COPY "WTM-DUP-DECISION-REC.cpy".

FD  Merge-Queue-File.
    COPY "WTM-MERGE-QUEUE-REC.cpy".

SD  Dup-Sort-File.
01 Dup-Sort-Record.
    05 Srt-Score    PIC 9(3).
    05 Srt-Slot-A   PIC 9(4).
    05 Srt-Slot-B   PIC 9(4).
    05 Srt-Reasons  PIC X(60).

FD  Dup-Report-File.
01 Dup-Report-Line PIC X(132).

FD  Report-Catalog-File.
    COPY "WTM-REPORT-CATALOG-REC.cpy".

WORKING-STORAGE SECTION.
01 WS-Employee-Master-Status PIC XX.
01 WS-Budget-History-Status PIC XX.
01 WS-Dup-Decision-Status PIC XX.
01 WS-Merge-Queue-Status PIC XX.
01 WS-Dup-Report-Status PIC XX.
01 WS-Report-Catalog-Status PIC XX.
01 WS-Dup-Report-Name PIC X(40).
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Sort-EOF-Flag PIC X VALUE "N".
    88 Sort-EOF VALUE "Y" FALSE "N".
01 WS-Today PIC 9(8).
*> The master, with each name broken into its words and run
*> together for comparison, and the span of periods the ID has
*> live budget runs for.
01 WS-Employee-Master-Table.
    05 WS-Empl-Entry OCCURS 500 TIMES.
       10 WS-Empl-ID         PIC 9(6).
       10 WS-Empl-Name       PIC X(30).
       10 WS-Empl-Status     PIC X.
       10 WS-Empl-Hire-Date  PIC 9(8).
       10 WS-Empl-Department PIC X(10).
       10 WS-Empl-Company    PIC X(3).
       10 WS-Empl-Norm-Name  PIC X(30).
       10 WS-Empl-First-Word PIC X(15).
       10 WS-Empl-Last-Word  PIC X(15).
       10 WS-Empl-Hist-First PIC 9(6).
       10 WS-Empl-Hist-Last  PIC 9(6).
       10 WS-Empl-Hist-Runs  PIC 9(5).
01 WS-Employee-Master-Count PIC 9(4) VALUE 0.
01 WS-Empl-Idx PIC 9(4).
01 WS-Slot-A PIC 9(4).
01 WS-Slot-B PIC 9(4).
01 WS-Found-Slot PIC 9(4).
01 WS-Work-Name PIC X(30).
01 WS-Name-Words.
    05 WS-Name-Word PIC X(15) OCCURS 6 TIMES.
01 WS-Word-Idx PIC 9.
*> Pairs already decided, from WTM-DUP-DECISIONS.DAT and
*> WTM-MERGE-QUEUE.DAT, lower ID first.
01 WS-Decided-Table.
    05 WS-Dec-Entry OCCURS 2000 TIMES.
       10 WS-Dec-Low-ID  PIC 9(6).
       10 WS-Dec-High-ID PIC 9(6).
01 WS-Decided-Count PIC 9(4) VALUE 0.
01 WS-Dec-Idx PIC 9(4).
01 WS-Low-ID PIC 9(6).
01 WS-High-ID PIC 9(6).
01 WS-Pair-Decided-Flag PIC X VALUE "N".
    88 Pair-Decided VALUE "Y" FALSE "N".
*> The ranked candidates, as they come back from the sort.
01 WS-Candidate-Table.
    05 WS-Cand-Entry OCCURS 300 TIMES.
       10 WS-Cand-Score   PIC 9(3).
       10 WS-Cand-Slot-A  PIC 9(4).
       10 WS-Cand-Slot-B  PIC 9(4).
       10 WS-Cand-Reasons PIC X(60).
       10 WS-Cand-Decision PIC X.
01 WS-Candidate-Count PIC 9(4) VALUE 0.
01 WS-Cand-Idx PIC 9(4).
01 WS-Candidates-Found PIC 9(5) VALUE 0.
01 WS-Pairs-Suppressed PIC 9(5) VALUE 0.
01 WS-Name-Score PIC 9(3).
01 WS-Pair-Score PIC 9(3).
01 WS-Reasons PIC X(60).
01 WS-Reason-Ptr PIC 9(3).
01 WS-Decisions-Made PIC 9(4) VALUE 0.
01 WS-Merges-Queued PIC 9(4) VALUE 0.
01 WS-Undecided PIC 9(4) VALUE 0.
01 WS-Review-Done-Flag PIC X VALUE "N".
    88 Review-Done VALUE "Y" FALSE "N".
01 WS-Decision PIC X.
01 WS-Confirm PIC X.
01 WS-Keep-ID PIC 9(6).
01 WS-Retire-ID PIC 9(6).
01 WS-Numeric-Input PIC X(8).
01 WS-Test-Numval PIC S9(6).
01 WS-Input-Valid PIC X VALUE "N".
    88 Input-Valid VALUE "Y" FALSE "N".
01 WS-Reviewer PIC X(8).
01 WS-Rank-Disp PIC ZZ9.
01 WS-Score-Disp PIC ZZ9.
01 WS-Runs-Disp PIC ZZ,ZZ9.
01 WS-Person-Line PIC X(132).
01 WS-Gate-Function PIC X(20).
01 WS-Gate-Role PIC X.
01 WS-Gate-Result PIC X.
    88 Gate-Granted VALUE "G" FALSE "D".
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-JOURNAL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '------------------------------ WTM DUPLICATE PERSON SCAN -----------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
MOVE 'WTM-DUPSCAN' TO WS-Gate-Function.
MOVE "S" TO WS-Gate-Role.
CALL 'WTM-ROLE-GATE' USING WS-Gate-Function, WS-Gate-Role, WS-Gate-Result.
IF NOT Gate-Granted THEN
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
MOVE 0 TO RETURN-CODE.
MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
IF WTM-Operator-ID = SPACES THEN
    MOVE 'UNKNOWN ' TO WS-Reviewer
ELSE
    MOVE WTM-Operator-ID TO WS-Reviewer
END-IF.
PERFORM LOAD-EMPLOYEE-MASTER-SECT.
IF WS-Employee-Master-Count < 2 THEN
    DISPLAY 'Fewer than two employees on the master - nothing to compare.'
    GOBACK
END-IF.
PERFORM LOAD-HISTORY-SPANS-SECT.
PERFORM LOAD-DECIDED-PAIRS-SECT.
MOVE SPACES TO WS-Dup-Report-Name.
STRING 'WTM-DUP-CANDIDATES-' DELIMITED BY SIZE
    WS-Today DELIMITED BY SIZE
    '.TXT' DELIMITED BY SIZE
    INTO WS-Dup-Report-Name.
OPEN OUTPUT Dup-Report-File.
IF WS-Dup-Report-Status NOT = "00" THEN
    DISPLAY 'DUPSCAN ERROR: could not create ', FUNCTION TRIM(WS-Dup-Report-Name), ', file status ', WS-Dup-Report-Status
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM WRITE-HEADINGS-SECT.
SORT Dup-Sort-File
    ON DESCENDING KEY Srt-Score
    ON ASCENDING KEY Srt-Slot-A
                     Srt-Slot-B
    INPUT PROCEDURE IS SCORE-PAIRS-SECT
    OUTPUT PROCEDURE IS RANK-CANDIDATES-SECT.
PERFORM WRITE-TOTALS-SECT.
CLOSE Dup-Report-File.
DISPLAY 'Candidate list written to ', FUNCTION TRIM(WS-Dup-Report-Name), '.'.
MOVE 'DUPSCAN ' TO Gen-Family.
MOVE WS-Dup-Report-Name TO Gen-File-Name.
MOVE WS-Today TO Gen-Date.
MOVE WS-Candidates-Found TO Gen-Record-Count.
PERFORM WRITE-CATALOG-ENTRY-SECT.
IF WS-Candidate-Count > 0 THEN
    DISPLAY 'Enter Y to review the candidates now (anything else leaves them for a later run):'
    ACCEPT WS-Confirm
    IF (WS-Confirm = "Y") OR (WS-Confirm = "y") THEN
        SET Review-Done TO FALSE
        PERFORM VARYING WS-Cand-Idx FROM 1 BY 1
                UNTIL (WS-Cand-Idx > WS-Candidate-Count) OR Review-Done
            PERFORM REVIEW-ONE-CANDIDATE-SECT
        END-PERFORM
    END-IF
END-IF.
COMPUTE WS-Undecided = WS-Candidates-Found - WS-Decisions-Made.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY WS-Candidates-Found, ' candidate pair(s); ', WS-Decisions-Made, ' decided this run, ',
    WS-Merges-Queued, ' queued for WTM-EMPMERGE; ', WS-Pairs-Suppressed, ' pair(s) decided earlier not shown.'.
IF WS-Undecided > 0 THEN
    MOVE 4 TO RETURN-CODE
END-IF.
GOBACK.

LOAD-EMPLOYEE-MASTER-SECT.
MOVE 0 TO WS-Employee-Master-Count.
OPEN INPUT Employee-Master-File.
IF WS-Employee-Master-Status NOT = "00" THEN
    DISPLAY 'NOTICE: could not open WTM-EMPLOYEE-MASTER.DAT, file status ', WS-Employee-Master-Status
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Employee-Master-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF WS-Employee-Master-Count < 500 THEN
                ADD 1 TO WS-Employee-Master-Count
                MOVE WS-Employee-Master-Count TO WS-Empl-Idx
                MOVE Empl-ID TO WS-Empl-ID(WS-Empl-Idx)
                MOVE Empl-Name TO WS-Empl-Name(WS-Empl-Idx)
                MOVE Empl-Status TO WS-Empl-Status(WS-Empl-Idx)
                IF Empl-Hire-Date IS NUMERIC THEN
                    MOVE Empl-Hire-Date TO WS-Empl-Hire-Date(WS-Empl-Idx)
                ELSE
                    MOVE 0 TO WS-Empl-Hire-Date(WS-Empl-Idx)
                END-IF
                MOVE Empl-Department TO WS-Empl-Department(WS-Empl-Idx)
                MOVE Empl-Company TO WS-Empl-Company(WS-Empl-Idx)
                MOVE 0 TO WS-Empl-Hist-First(WS-Empl-Idx)
                MOVE 0 TO WS-Empl-Hist-Last(WS-Empl-Idx)
                MOVE 0 TO WS-Empl-Hist-Runs(WS-Empl-Idx)
                PERFORM NORMALIZE-NAME-SECT
            ELSE
                DISPLAY 'WARNING: more than 500 employees on the master - the rest are not compared.'
                SET File-EOF TO TRUE
            END-IF
    END-READ
END-PERFORM.
CLOSE Employee-Master-File.

NORMALIZE-NAME-SECT.
*> Upper case, punctuation to spaces, then split into words. The
*> comparison name is the words run together, so SMITH-JONES, SMITH
*> JONES, and Smith Jones all agree; the surname is the last word,
*> which also makes DOE, JANE read as first word DOE, last JANE - the
*> reversed-name test picks that up against JANE DOE.
MOVE FUNCTION UPPER-CASE(Empl-Name) TO WS-Work-Name.
INSPECT WS-Work-Name REPLACING ALL ',' BY SPACE
                               ALL '.' BY SPACE
                               ALL '-' BY SPACE
                               ALL "'" BY SPACE.
MOVE FUNCTION TRIM(WS-Work-Name LEADING) TO WS-Work-Name.
MOVE SPACES TO WS-Name-Words.
UNSTRING WS-Work-Name DELIMITED BY ALL SPACE
    INTO WS-Name-Word(1), WS-Name-Word(2), WS-Name-Word(3),
         WS-Name-Word(4), WS-Name-Word(5), WS-Name-Word(6).
MOVE SPACES TO WS-Empl-Norm-Name(WS-Empl-Idx).
STRING WS-Name-Word(1) DELIMITED BY SPACE
       WS-Name-Word(2) DELIMITED BY SPACE
       WS-Name-Word(3) DELIMITED BY SPACE
       WS-Name-Word(4) DELIMITED BY SPACE
       WS-Name-Word(5) DELIMITED BY SPACE
       WS-Name-Word(6) DELIMITED BY SPACE
    INTO WS-Empl-Norm-Name(WS-Empl-Idx).
MOVE WS-Name-Word(1) TO WS-Empl-First-Word(WS-Empl-Idx).
MOVE SPACES TO WS-Empl-Last-Word(WS-Empl-Idx).
PERFORM VARYING WS-Word-Idx FROM 1 BY 1 UNTIL WS-Word-Idx > 6
    IF WS-Name-Word(WS-Word-Idx) NOT = SPACES THEN
        MOVE WS-Name-Word(WS-Word-Idx) TO WS-Empl-Last-Word(WS-Empl-Idx)
    END-IF
END-PERFORM.

LOAD-HISTORY-SPANS-SECT.
*> First and last period, and the number of runs, each master ID has
*> on the history. Superseded runs were replaced and do not count.
OPEN INPUT Budget-History-File.
IF WS-Budget-History-Status NOT = "00" THEN
    DISPLAY 'NOTICE: could not open BUDGET-HISTORY.DAT, file status ', WS-Budget-History-Status,
        ' - pairs are scored without history overlap.'
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
PERFORM UNTIL File-EOF
    READ Budget-History-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF Hist-Superseded-Flag NOT = "S" THEN
                MOVE 0 TO WS-Found-Slot
                PERFORM VARYING WS-Empl-Idx FROM 1 BY 1
                        UNTIL (WS-Empl-Idx > WS-Employee-Master-Count) OR (WS-Found-Slot > 0)
                    IF WS-Empl-ID(WS-Empl-Idx) = Hist-Employee-ID THEN
                        MOVE WS-Empl-Idx TO WS-Found-Slot
                    END-IF
                END-PERFORM
                IF WS-Found-Slot > 0 THEN
                    IF (WS-Empl-Hist-Runs(WS-Found-Slot) = 0)
                            OR (Hist-Period < WS-Empl-Hist-First(WS-Found-Slot)) THEN
                        MOVE Hist-Period TO WS-Empl-Hist-First(WS-Found-Slot)
                    END-IF
                    IF Hist-Period > WS-Empl-Hist-Last(WS-Found-Slot) THEN
                        MOVE Hist-Period TO WS-Empl-Hist-Last(WS-Found-Slot)
                    END-IF
                    ADD 1 TO WS-Empl-Hist-Runs(WS-Found-Slot)
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Budget-History-File.

LOAD-DECIDED-PAIRS-SECT.
MOVE 0 TO WS-Decided-Count.
OPEN INPUT Dup-Decision-File.
IF WS-Dup-Decision-Status = "00" THEN
    MOVE "N" TO WS-File-EOF-Flag
    PERFORM UNTIL File-EOF
        READ Dup-Decision-File
            AT END SET File-EOF TO TRUE
            NOT AT END
                MOVE Dupd-Low-ID TO WS-Low-ID
                MOVE Dupd-High-ID TO WS-High-ID
                PERFORM ADD-DECIDED-PAIR-SECT
        END-READ
    END-PERFORM
    CLOSE Dup-Decision-File
END-IF.
OPEN INPUT Merge-Queue-File.
IF WS-Merge-Queue-Status = "00" THEN
    MOVE "N" TO WS-File-EOF-Flag
    PERFORM UNTIL File-EOF
        READ Merge-Queue-File
            AT END SET File-EOF TO TRUE
            NOT AT END
                IF Mrq-Source-ID < Mrq-Target-ID THEN
                    MOVE Mrq-Source-ID TO WS-Low-ID
                    MOVE Mrq-Target-ID TO WS-High-ID
                ELSE
                    MOVE Mrq-Target-ID TO WS-Low-ID
                    MOVE Mrq-Source-ID TO WS-High-ID
                END-IF
                PERFORM ADD-DECIDED-PAIR-SECT
        END-READ
    END-PERFORM
    CLOSE Merge-Queue-File
END-IF.

ADD-DECIDED-PAIR-SECT.
IF WS-Decided-Count < 2000 THEN
    ADD 1 TO WS-Decided-Count
    MOVE WS-Low-ID TO WS-Dec-Low-ID(WS-Decided-Count)
    MOVE WS-High-ID TO WS-Dec-High-ID(WS-Decided-Count)
END-IF.

SCORE-PAIRS-SECT.
*> Every pair once: each slot against every later slot.
PERFORM VARYING WS-Slot-A FROM 1 BY 1 UNTIL WS-Slot-A >= WS-Employee-Master-Count
    COMPUTE WS-Slot-B = WS-Slot-A + 1
    PERFORM UNTIL WS-Slot-B > WS-Employee-Master-Count
        PERFORM SCORE-ONE-PAIR-SECT
        ADD 1 TO WS-Slot-B
    END-PERFORM
END-PERFORM.

SCORE-ONE-PAIR-SECT.
IF WS-Empl-ID(WS-Slot-A) = WS-Empl-ID(WS-Slot-B) THEN
    EXIT PARAGRAPH
END-IF.
MOVE 0 TO WS-Name-Score.
MOVE SPACES TO WS-Reasons.
MOVE 1 TO WS-Reason-Ptr.
EVALUATE TRUE
    WHEN WS-Empl-Norm-Name(WS-Slot-A) = SPACES
        CONTINUE
    WHEN WS-Empl-Norm-Name(WS-Slot-A) = WS-Empl-Norm-Name(WS-Slot-B)
        MOVE 50 TO WS-Name-Score
        STRING 'SAME NAME' DELIMITED BY SIZE INTO WS-Reasons WITH POINTER WS-Reason-Ptr
    WHEN (WS-Empl-First-Word(WS-Slot-A) = WS-Empl-Last-Word(WS-Slot-B))
            AND (WS-Empl-Last-Word(WS-Slot-A) = WS-Empl-First-Word(WS-Slot-B))
            AND (WS-Empl-First-Word(WS-Slot-A) NOT = WS-Empl-Last-Word(WS-Slot-A))
        MOVE 40 TO WS-Name-Score
        STRING 'NAME REVERSED' DELIMITED BY SIZE INTO WS-Reasons WITH POINTER WS-Reason-Ptr
    WHEN (WS-Empl-Last-Word(WS-Slot-A) = WS-Empl-Last-Word(WS-Slot-B))
            AND (WS-Empl-First-Word(WS-Slot-A)(1:1) = WS-Empl-First-Word(WS-Slot-B)(1:1))
        MOVE 30 TO WS-Name-Score
        STRING 'SURNAME+INITIAL' DELIMITED BY SIZE INTO WS-Reasons WITH POINTER WS-Reason-Ptr
    WHEN (WS-Empl-First-Word(WS-Slot-A) = WS-Empl-First-Word(WS-Slot-B))
            AND (WS-Empl-Last-Word(WS-Slot-A)(4:1) NOT = SPACE)
            AND (WS-Empl-Last-Word(WS-Slot-A)(1:4) = WS-Empl-Last-Word(WS-Slot-B)(1:4))
        MOVE 25 TO WS-Name-Score
        STRING 'NEAR SURNAME' DELIMITED BY SIZE INTO WS-Reasons WITH POINTER WS-Reason-Ptr
    WHEN WS-Empl-Last-Word(WS-Slot-A) = WS-Empl-Last-Word(WS-Slot-B)
        MOVE 15 TO WS-Name-Score
        STRING 'SURNAME' DELIMITED BY SIZE INTO WS-Reasons WITH POINTER WS-Reason-Ptr
END-EVALUATE.
IF WS-Name-Score = 0 THEN
    EXIT PARAGRAPH
END-IF.
MOVE WS-Name-Score TO WS-Pair-Score.
IF (WS-Empl-Hire-Date(WS-Slot-A) > 0)
        AND (WS-Empl-Hire-Date(WS-Slot-A) = WS-Empl-Hire-Date(WS-Slot-B)) THEN
    ADD 25 TO WS-Pair-Score
    STRING ', SAME HIRE DATE' DELIMITED BY SIZE INTO WS-Reasons WITH POINTER WS-Reason-Ptr
END-IF.
IF (WS-Empl-Hist-Runs(WS-Slot-A) > 0) AND (WS-Empl-Hist-Runs(WS-Slot-B) > 0)
        AND (WS-Empl-Hist-First(WS-Slot-A) <= WS-Empl-Hist-Last(WS-Slot-B))
        AND (WS-Empl-Hist-First(WS-Slot-B) <= WS-Empl-Hist-Last(WS-Slot-A)) THEN
    ADD 15 TO WS-Pair-Score
    STRING ', HISTORY OVERLAP' DELIMITED BY SIZE INTO WS-Reasons WITH POINTER WS-Reason-Ptr
END-IF.
IF (WS-Empl-Department(WS-Slot-A) NOT = SPACES)
        AND (WS-Empl-Department(WS-Slot-A) = WS-Empl-Department(WS-Slot-B)) THEN
    ADD 10 TO WS-Pair-Score
    STRING ', SAME DEPT' DELIMITED BY SIZE INTO WS-Reasons WITH POINTER WS-Reason-Ptr
END-IF.
IF WS-Pair-Score < 40 THEN
    EXIT PARAGRAPH
END-IF.
IF WS-Empl-ID(WS-Slot-A) < WS-Empl-ID(WS-Slot-B) THEN
    MOVE WS-Empl-ID(WS-Slot-A) TO WS-Low-ID
    MOVE WS-Empl-ID(WS-Slot-B) TO WS-High-ID
ELSE
    MOVE WS-Empl-ID(WS-Slot-B) TO WS-Low-ID
    MOVE WS-Empl-ID(WS-Slot-A) TO WS-High-ID
END-IF.
SET Pair-Decided TO FALSE.
PERFORM VARYING WS-Dec-Idx FROM 1 BY 1 UNTIL (WS-Dec-Idx > WS-Decided-Count) OR Pair-Decided
    IF (WS-Dec-Low-ID(WS-Dec-Idx) = WS-Low-ID) AND (WS-Dec-High-ID(WS-Dec-Idx) = WS-High-ID) THEN
        SET Pair-Decided TO TRUE
    END-IF
END-PERFORM.
IF Pair-Decided THEN
    ADD 1 TO WS-Pairs-Suppressed
    EXIT PARAGRAPH
END-IF.
MOVE WS-Pair-Score TO Srt-Score.
MOVE WS-Slot-A TO Srt-Slot-A.
MOVE WS-Slot-B TO Srt-Slot-B.
MOVE WS-Reasons TO Srt-Reasons.
RELEASE Dup-Sort-Record.

RANK-CANDIDATES-SECT.
MOVE "N" TO WS-Sort-EOF-Flag.
PERFORM UNTIL Sort-EOF
    RETURN Dup-Sort-File
        AT END SET Sort-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-Candidates-Found
            IF WS-Candidate-Count < 300 THEN
                ADD 1 TO WS-Candidate-Count
                MOVE Srt-Score TO WS-Cand-Score(WS-Candidate-Count)
                MOVE Srt-Slot-A TO WS-Cand-Slot-A(WS-Candidate-Count)
                MOVE Srt-Slot-B TO WS-Cand-Slot-B(WS-Candidate-Count)
                MOVE Srt-Reasons TO WS-Cand-Reasons(WS-Candidate-Count)
                MOVE SPACE TO WS-Cand-Decision(WS-Candidate-Count)
            END-IF
            PERFORM WRITE-CANDIDATE-SECT
    END-RETURN
END-PERFORM.
IF WS-Candidates-Found > WS-Candidate-Count THEN
    DISPLAY 'NOTICE: ', WS-Candidates-Found, ' candidates - the top ', WS-Candidate-Count,
        ' are held for review this run; decide those and scan again for the rest.'
END-IF.

WRITE-HEADINGS-SECT.
MOVE SPACES TO Dup-Report-Line.
STRING 'WTM PROBABLE DUPLICATE PERSONS - scanned ' DELIMITED BY SIZE
    WS-Today DELIMITED BY SIZE
    ' by ' DELIMITED BY SIZE
    WS-Reviewer DELIMITED BY SIZE
    INTO Dup-Report-Line.
WRITE Dup-Report-Line.
MOVE 'Ranked highest score first. Score: name 50/40/30/25/15, same hire date 25, history overlap 15, same dept 10.'
    TO Dup-Report-Line.
WRITE Dup-Report-Line.
MOVE SPACES TO Dup-Report-Line.
WRITE Dup-Report-Line.
MOVE 'RANK SCORE  EMPL-ID NAME                           ST HIRED    DEPARTMENT CO  HISTORY          RUNS'
    TO Dup-Report-Line.
WRITE Dup-Report-Line.
MOVE ALL '-' TO Dup-Report-Line.
WRITE Dup-Report-Line.

WRITE-CANDIDATE-SECT.
MOVE WS-Candidates-Found TO WS-Rank-Disp.
MOVE Srt-Score TO WS-Score-Disp.
MOVE SPACES TO Dup-Report-Line.
STRING WS-Rank-Disp DELIMITED BY SIZE
    '  ' DELIMITED BY SIZE
    WS-Score-Disp DELIMITED BY SIZE
    '   ' DELIMITED BY SIZE
    Srt-Reasons DELIMITED BY SIZE
    INTO Dup-Report-Line.
WRITE Dup-Report-Line.
MOVE Srt-Slot-A TO WS-Found-Slot.
PERFORM FORMAT-PERSON-SECT.
MOVE WS-Person-Line TO Dup-Report-Line.
WRITE Dup-Report-Line.
MOVE Srt-Slot-B TO WS-Found-Slot.
PERFORM FORMAT-PERSON-SECT.
MOVE WS-Person-Line TO Dup-Report-Line.
WRITE Dup-Report-Line.

FORMAT-PERSON-SECT.
MOVE WS-Empl-Hist-Runs(WS-Found-Slot) TO WS-Runs-Disp.
MOVE SPACES TO WS-Person-Line.
STRING '           ' DELIMITED BY SIZE
    WS-Empl-ID(WS-Found-Slot) DELIMITED BY SIZE
    '  ' DELIMITED BY SIZE
    WS-Empl-Name(WS-Found-Slot) DELIMITED BY SIZE
    ' ' DELIMITED BY SIZE
    WS-Empl-Status(WS-Found-Slot) DELIMITED BY SIZE
    '  ' DELIMITED BY SIZE
    WS-Empl-Hire-Date(WS-Found-Slot) DELIMITED BY SIZE
    ' ' DELIMITED BY SIZE
    WS-Empl-Department(WS-Found-Slot) DELIMITED BY SIZE
    ' ' DELIMITED BY SIZE
    WS-Empl-Company(WS-Found-Slot) DELIMITED BY SIZE
    ' ' DELIMITED BY SIZE
    INTO WS-Person-Line.
IF WS-Empl-Hist-Runs(WS-Found-Slot) > 0 THEN
    STRING WS-Empl-Hist-First(WS-Found-Slot) DELIMITED BY SIZE
        '-' DELIMITED BY SIZE
        WS-Empl-Hist-Last(WS-Found-Slot) DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-Runs-Disp DELIMITED BY SIZE
        INTO WS-Person-Line(78:30)
ELSE
    MOVE 'no runs' TO WS-Person-Line(78:30)
END-IF.

WRITE-TOTALS-SECT.
MOVE SPACES TO Dup-Report-Line.
WRITE Dup-Report-Line.
MOVE SPACES TO Dup-Report-Line.
STRING WS-Candidates-Found DELIMITED BY SIZE
    ' candidate pair(s) among ' DELIMITED BY SIZE
    WS-Employee-Master-Count DELIMITED BY SIZE
    ' employee(s); ' DELIMITED BY SIZE
    WS-Pairs-Suppressed DELIMITED BY SIZE
    ' pair(s) already decided or queued for merge not shown.' DELIMITED BY SIZE
    INTO Dup-Report-Line.
WRITE Dup-Report-Line.

REVIEW-ONE-CANDIDATE-SECT.
MOVE WS-Cand-Idx TO WS-Rank-Disp.
MOVE WS-Cand-Score(WS-Cand-Idx) TO WS-Score-Disp.
DISPLAY ' '.
DISPLAY 'Candidate ', WS-Rank-Disp, ' - score ', WS-Score-Disp, ': ', FUNCTION TRIM(WS-Cand-Reasons(WS-Cand-Idx)).
MOVE WS-Cand-Slot-A(WS-Cand-Idx) TO WS-Found-Slot.
PERFORM FORMAT-PERSON-SECT.
DISPLAY FUNCTION TRIM(WS-Person-Line TRAILING).
MOVE WS-Cand-Slot-B(WS-Cand-Idx) TO WS-Found-Slot.
PERFORM FORMAT-PERSON-SECT.
DISPLAY FUNCTION TRIM(WS-Person-Line TRAILING).
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    DISPLAY 'N = not the same person, C = confirmed duplicate, S = skip for now, Q = stop reviewing:'
    ACCEPT WS-Decision
    MOVE FUNCTION UPPER-CASE(WS-Decision) TO WS-Decision
    IF (WS-Decision = "N") OR (WS-Decision = "C") OR (WS-Decision = "S") OR (WS-Decision = "Q") THEN
        MOVE "Y" TO WS-Input-Valid
    ELSE
        DISPLAY 'INPUT ERROR: please enter N, C, S, or Q.'
    END-IF
END-PERFORM.
EVALUATE WS-Decision
    WHEN "Q"
        SET Review-Done TO TRUE
    WHEN "S"
        CONTINUE
    WHEN "N"
        PERFORM WRITE-DECISION-SECT
        DISPLAY 'Recorded as two different people - this pair will not be offered again.'
    WHEN "C"
        PERFORM ACCEPT-SURVIVOR-SECT
        PERFORM WRITE-DECISION-SECT
        PERFORM QUEUE-MERGE-SECT
END-EVALUATE.

ACCEPT-SURVIVOR-SECT.
*> The reviewer names the identity to keep; the other is the merge
*> source that WTM-EMPMERGE retires.
MOVE WS-Cand-Slot-A(WS-Cand-Idx) TO WS-Slot-A.
MOVE WS-Cand-Slot-B(WS-Cand-Idx) TO WS-Slot-B.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    DISPLAY 'Enter the ID to KEEP (the surviving identity), ', WS-Empl-ID(WS-Slot-A), ' or ', WS-Empl-ID(WS-Slot-B), ':'
    ACCEPT WS-Numeric-Input
    MOVE FUNCTION TEST-NUMVAL(WS-Numeric-Input) TO WS-Test-Numval
    IF WS-Test-Numval NOT = 0 THEN
        DISPLAY 'INPUT ERROR: that is not a valid number. Please re-enter.'
    ELSE
        COMPUTE WS-Keep-ID = FUNCTION NUMVAL(WS-Numeric-Input)
            ON SIZE ERROR
                DISPLAY 'INPUT ERROR: value exceeds the maximum of 999999. Please re-enter.'
        END-COMPUTE
        EVALUATE WS-Keep-ID
            WHEN WS-Empl-ID(WS-Slot-A)
                MOVE WS-Empl-ID(WS-Slot-B) TO WS-Retire-ID
                MOVE "Y" TO WS-Input-Valid
            WHEN WS-Empl-ID(WS-Slot-B)
                MOVE WS-Empl-ID(WS-Slot-A) TO WS-Retire-ID
                MOVE "Y" TO WS-Input-Valid
            WHEN OTHER
                DISPLAY 'INPUT ERROR: enter one of the two IDs in this pair.'
        END-EVALUATE
    END-IF
END-PERFORM.

WRITE-DECISION-SECT.
MOVE WS-Cand-Slot-A(WS-Cand-Idx) TO WS-Slot-A.
MOVE WS-Cand-Slot-B(WS-Cand-Idx) TO WS-Slot-B.
IF WS-Empl-ID(WS-Slot-A) < WS-Empl-ID(WS-Slot-B) THEN
    MOVE WS-Empl-ID(WS-Slot-A) TO Dupd-Low-ID
    MOVE WS-Empl-ID(WS-Slot-B) TO Dupd-High-ID
ELSE
    MOVE WS-Empl-ID(WS-Slot-B) TO Dupd-Low-ID
    MOVE WS-Empl-ID(WS-Slot-A) TO Dupd-High-ID
END-IF.
MOVE WS-Decision TO Dupd-Decision.
MOVE WS-Cand-Score(WS-Cand-Idx) TO Dupd-Score.
MOVE WS-Reviewer TO Dupd-Decided-By.
MOVE WS-Today TO Dupd-Decided-Date.
OPEN EXTEND Dup-Decision-File.
IF WS-Dup-Decision-Status = "35" THEN
    OPEN OUTPUT Dup-Decision-File
END-IF.
IF WS-Dup-Decision-Status = "00" THEN
    WRITE Dup-Decision-Record
    SET Rjn-After-Image TO TRUE
    MOVE 'WTM-DUP-DECISIONS.DAT' TO WS-Rjn-File-Name
    MOVE Dup-Decision-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    CLOSE Dup-Decision-File
    MOVE WS-Decision TO WS-Cand-Decision(WS-Cand-Idx)
    ADD 1 TO WS-Decisions-Made
ELSE
    DISPLAY 'WARNING: could not write WTM-DUP-DECISIONS.DAT, file status ', WS-Dup-Decision-Status,
        ' - the decision was not recorded.'
END-IF.

QUEUE-MERGE-SECT.
MOVE WS-Retire-ID TO Mrq-Source-ID.
MOVE WS-Keep-ID TO Mrq-Target-ID.
MOVE WS-Cand-Score(WS-Cand-Idx) TO Mrq-Score.
MOVE WS-Reviewer TO Mrq-Requested-By.
MOVE WS-Today TO Mrq-Request-Date.
SET Mrq-Pending TO TRUE.
MOVE SPACES TO Mrq-Merged-By.
MOVE 0 TO Mrq-Merge-Date.
OPEN EXTEND Merge-Queue-File.
IF WS-Merge-Queue-Status = "35" THEN
    OPEN OUTPUT Merge-Queue-File
END-IF.
IF WS-Merge-Queue-Status = "00" THEN
    WRITE Merge-Queue-Record
    SET Rjn-After-Image TO TRUE
    MOVE 'WTM-MERGE-QUEUE.DAT' TO WS-Rjn-File-Name
    MOVE Merge-Queue-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    CLOSE Merge-Queue-File
    ADD 1 TO WS-Merges-Queued
    DISPLAY 'Confirmed: ', WS-Retire-ID, ' queued to merge into ', WS-Keep-ID, ' - run WTM-EMPMERGE to apply it.'
ELSE
    DISPLAY 'WARNING: could not write WTM-MERGE-QUEUE.DAT, file status ', WS-Merge-Queue-Status,
        ' - run WTM-EMPMERGE for ', WS-Retire-ID, ' into ', WS-Keep-ID, ' by hand.'
END-IF.

WRITE-CATALOG-ENTRY-SECT.
OPEN EXTEND Report-Catalog-File.
IF WS-Report-Catalog-Status = "35" THEN
    OPEN OUTPUT Report-Catalog-File
END-IF.
IF WS-Report-Catalog-Status = "00" THEN
    WRITE Report-Catalog-Record
    SET Rjn-After-Image TO TRUE
    MOVE 'WTM-REPORT-CATALOG.DAT' TO WS-Rjn-File-Name
    MOVE Report-Catalog-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    CLOSE Report-Catalog-File
ELSE
    DISPLAY 'WARNING: could not write WTM-REPORT-CATALOG.DAT, file status ', WS-Report-Catalog-Status
END-IF.

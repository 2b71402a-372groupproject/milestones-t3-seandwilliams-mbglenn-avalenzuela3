*> Sensitive-figure masking, CALLed the way WTM-HOLD-CHECK is:
*>   CALL 'WTM-FIGURE-MASK' USING function, view, employee-id, amount,
*>                                result, text
*>     function     X      'B' begin - a new inquiry or report run;
*>                         forgets which views it has already logged
*>                         'V' view - may the signed-on operator see
*>                         this employee's figures unmasked
*>                         'F' format - edit or band one amount
*>     view         X(20)  the inquiry or report, for the access log
*>     employee-id  9(6)   the employee whose figures are shown (zero
*>                         for population totals)
*>     amount       S9(11)V99  the amount to format
*>     result       X      'U' unmasked or 'M' masked - answered by a
*>                         view, read by a format
*>     text         X(15)  the amount as shown: edited when unmasked,
*>                         otherwise the band it falls in
*> Salary, other income, and deficit balances are shown in full only
*> to a supervisor or admin (WTM-Operator-Role S or A); a clerk, or a
*> run with no sign-on in effect, sees them banded. The breakdown of
*> the household being keyed never comes here - the clerk needs those
*> figures to key. Each unmasked view of an employee's figures is
*> appended to WTM-ACCESS-LOG.DAT once per run, disposition UNMASKED.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-FIGURE-MASK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Access-Log-File ASSIGN TO "WTM-ACCESS-LOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Access-Log-Status.

DATA DIVISION.
FILE SECTION.
FD  Access-Log-File.
    COPY "WTM-ACCESS-LOG-REC.cpy".

WORKING-STORAGE SECTION.
01 WS-Access-Log-Status PIC XX.
*> Employees already logged this run, so a report that shows the same
*> employee on many lines logs the view once.
01 WS-Logged-Table.
    05 WS-Logged-ID OCCURS 2000 TIMES PIC 9(6).
01 WS-Logged-Count PIC 9(4) VALUE 0.
01 WS-Logged-Idx PIC 9(4).
01 WS-Logged-Flag PIC X VALUE "N".
    88 Already-Logged VALUE "Y" FALSE "N".
01 WS-Abs-Amount PIC 9(11)V99.
01 WS-Band PIC X(15).
01 WS-Money-Text PIC X(15).
01 WS-Band-Len PIC 9(2).
01 WS-Money-Disp PIC -ZZZ,ZZZ,ZZ9.99.
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-OPERATOR-ROLE.cpy".
    COPY "WTM-JOURNAL.cpy".

LINKAGE SECTION.
01 LS-Function PIC X.
01 LS-View PIC X(20).
01 LS-Employee-ID PIC 9(6).
01 LS-Amount PIC S9(11)V99.
01 LS-Result PIC X.
01 LS-Text PIC X(15).

PROCEDURE DIVISION USING LS-Function, LS-View, LS-Employee-ID, LS-Amount, LS-Result, LS-Text.
EVALUATE LS-Function
    WHEN "B"
        MOVE 0 TO WS-Logged-Count
    WHEN "V"
        PERFORM DECIDE-VIEW-SECT
    WHEN "F"
        PERFORM FORMAT-AMOUNT-SECT
END-EVALUATE.
GOBACK.

DECIDE-VIEW-SECT.
IF (WTM-Operator-Role = "S") OR (WTM-Operator-Role = "A") THEN
    MOVE "U" TO LS-Result
ELSE
    MOVE "M" TO LS-Result
    EXIT PARAGRAPH
END-IF.
*> Population totals are not one person's figures.
IF LS-Employee-ID = 0 THEN
    EXIT PARAGRAPH
END-IF.
MOVE "N" TO WS-Logged-Flag.
PERFORM VARYING WS-Logged-Idx FROM 1 BY 1
        UNTIL (WS-Logged-Idx > WS-Logged-Count) OR Already-Logged
    IF WS-Logged-ID(WS-Logged-Idx) = LS-Employee-ID THEN
        SET Already-Logged TO TRUE
    END-IF
END-PERFORM.
IF Already-Logged THEN
    EXIT PARAGRAPH
END-IF.
IF WS-Logged-Count < 2000 THEN
    ADD 1 TO WS-Logged-Count
    MOVE LS-Employee-ID TO WS-Logged-ID(WS-Logged-Count)
END-IF.
PERFORM LOG-VIEW-SECT.

LOG-VIEW-SECT.
OPEN EXTEND Access-Log-File.
IF WS-Access-Log-Status = "35" THEN
    OPEN OUTPUT Access-Log-File
END-IF.
IF WS-Access-Log-Status = "00" THEN
    MOVE FUNCTION CURRENT-DATE(1:8) TO Accs-Date
    MOVE FUNCTION CURRENT-DATE(9:8) TO Accs-Time
    IF WTM-Operator-ID = SPACES THEN
        MOVE 'UNKNOWN ' TO Accs-Operator-ID
    ELSE
        MOVE WTM-Operator-ID TO Accs-Operator-ID
    END-IF
    MOVE LS-View TO Accs-Function
    MOVE 'UNMASKED' TO Accs-Disposition
    MOVE LS-Employee-ID TO Accs-Employee-ID
    WRITE Access-Log-Record
    SET Rjn-After-Image TO TRUE
    MOVE 'WTM-ACCESS-LOG.DAT' TO WS-Rjn-File-Name
    MOVE Access-Log-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    CLOSE Access-Log-File
ELSE
    DISPLAY 'WARNING: could not write WTM-ACCESS-LOG.DAT, file status ', WS-Access-Log-Status
END-IF.

FORMAT-AMOUNT-SECT.
IF LS-Result = "U" THEN
    MOVE LS-Amount TO WS-Money-Disp
    MOVE WS-Money-Disp TO LS-Text
    EXIT PARAGRAPH
END-IF.
*> Masked: the band the amount falls in, in thousands of dollars,
*> right-aligned under the edited amounts it replaces.
MOVE FUNCTION ABS(LS-Amount) TO WS-Abs-Amount.
EVALUATE TRUE
    WHEN WS-Abs-Amount < 1000
        MOVE 'UNDER 1K' TO WS-Band
    WHEN WS-Abs-Amount < 5000
        MOVE '1K-5K' TO WS-Band
    WHEN WS-Abs-Amount < 10000
        MOVE '5K-10K' TO WS-Band
    WHEN WS-Abs-Amount < 25000
        MOVE '10K-25K' TO WS-Band
    WHEN WS-Abs-Amount < 50000
        MOVE '25K-50K' TO WS-Band
    WHEN WS-Abs-Amount < 75000
        MOVE '50K-75K' TO WS-Band
    WHEN WS-Abs-Amount < 100000
        MOVE '75K-100K' TO WS-Band
    WHEN WS-Abs-Amount < 150000
        MOVE '100K-150K' TO WS-Band
    WHEN WS-Abs-Amount < 250000
        MOVE '150K-250K' TO WS-Band
    WHEN OTHER
        MOVE '250K AND UP' TO WS-Band
END-EVALUATE.
IF (LS-Amount < 0) AND (WS-Abs-Amount >= 1000) THEN
    MOVE WS-Band TO WS-Money-Text
    MOVE '-' TO WS-Band(1:1)
    MOVE WS-Money-Text TO WS-Band(2:14)
END-IF.
MOVE SPACES TO LS-Text.
MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-Band)) TO WS-Band-Len.
MOVE WS-Band(1:WS-Band-Len) TO LS-Text(16 - WS-Band-Len:WS-Band-Len).

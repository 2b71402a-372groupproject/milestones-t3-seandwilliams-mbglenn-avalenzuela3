*> Inbound feed fingerprint check, CALLed the way WTM-FILECTL is:
*>   CALL 'WTM-FEEDCHECK' USING function, feed-name, key-start,
*>                              key-length, result
*>     function    X      'C' check - the caller is about to load the
*>                        feed; it is fingerprinted and compared with
*>                        every feed already loaded
*>                        'R' record - the caller has processed the
*>                        feed; its fingerprint joins the register
*>     feed-name   X(40)  the inbound file the caller reads
*>     key-start   9(3)   column of each record's identifying key
*>     key-length  9(2)   its length; 0 = the leading comma-delimited
*>                        field (CSV feeds)
*>     result      X      'N' new, 'D' duplicate - held, 'M' missing
*> The fingerprint is the record count, an amount hash (each run of
*> digits on a record taken as one number, decimal point ignored,
*> summed modulo 10**15), and the keys of the first and last records.
*> A feed whose fingerprint matches one already loaded - a subsidiary
*> resending yesterday's batch, payroll dropping the same extract
*> twice - is held: the earlier receipt is displayed, an H row goes on
*> the register (WTM-RECEIVED-FEEDS.DAT, WTM-RECEIVED-FEED-REC.cpy),
*> a DUPFEED warning goes to the monitoring file, and the caller does
*> not load it. A supervisor who finds the resend is genuine releases
*> it in WTM-FEEDREG, and the next receipt of that fingerprint loads.
*> An empty feed is never held - there is nothing in it to load twice.
*> A failure to read or write the register is displayed but never
*> stops the caller.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-FEEDCHECK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Inbound-Feed-File ASSIGN TO WS-Inbound-Feed-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Inbound-Feed-Status.
    SELECT Received-Feed-File ASSIGN TO "WTM-RECEIVED-FEEDS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Received-Feed-Status.

DATA DIVISION.
FILE SECTION.
FD  Inbound-Feed-File.
01 Inbound-Feed-Record PIC X(512).

FD  Received-Feed-File.
    COPY "WTM-RECEIVED-FEED-REC.cpy".

WORKING-STORAGE SECTION.
01 WS-Inbound-Feed-Status PIC XX.
01 WS-Received-Feed-Status PIC XX.
01 WS-Inbound-Feed-Name PIC X(40).
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
01 WS-Readable-Flag PIC X VALUE "Y".
    88 Feed-Readable VALUE "Y" FALSE "N".
01 WS-Fingerprint.
    05 WS-Fp-Record-Count PIC 9(9).
    05 WS-Fp-Amount-Hash  PIC 9(15).
    05 WS-Fp-First-Key    PIC X(20).
    05 WS-Fp-Last-Key     PIC X(20).
01 WS-Record-Key PIC X(20).
01 WS-Digit-Run PIC 9(15).
01 WS-Digit-Value PIC 9.
01 WS-In-Digits-Flag PIC X VALUE "N".
    88 In-Digit-Run VALUE "Y" FALSE "N".
01 WS-Record-Length PIC 9(3).
01 WS-Char-Idx PIC 9(3).
01 WS-Key-Length PIC 9(2).
01 WS-Last-Loaded-Stamp PIC 9(14).
01 WS-Last-Loaded-By PIC X(8).
01 WS-Last-Loaded-Name PIC X(40).
01 WS-Last-Released-Stamp PIC 9(14).
01 WS-Alert-Severity PIC X.
01 WS-Alert-Source PIC X(20).
01 WS-Alert-Event-Code PIC X(8).
01 WS-Alert-Text PIC X(60).
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-JOURNAL.cpy".

LINKAGE SECTION.
01 LS-Function PIC X.
01 LS-Feed-Name PIC X(40).
01 LS-Key-Start PIC 9(3).
01 LS-Key-Length PIC 9(2).
01 LS-Result PIC X.

PROCEDURE DIVISION USING LS-Function, LS-Feed-Name, LS-Key-Start, LS-Key-Length, LS-Result.
MOVE "N" TO LS-Result.
MOVE LS-Feed-Name TO WS-Inbound-Feed-Name.
PERFORM COMPUTE-FINGERPRINT-SECT.
IF NOT Feed-Readable THEN
    MOVE "M" TO LS-Result
    GOBACK
END-IF.
IF WS-Fp-Record-Count = 0 THEN
    GOBACK
END-IF.
IF LS-Function = "R" THEN
    SET Rcv-Loaded TO TRUE
    MOVE 0 TO Rcv-Matched-Stamp
    PERFORM APPEND-REGISTER-ROW-SECT
    GOBACK
END-IF.
PERFORM SCAN-REGISTER-SECT.
IF (WS-Last-Loaded-Stamp = 0) OR (WS-Last-Released-Stamp >= WS-Last-Loaded-Stamp) THEN
    IF WS-Last-Loaded-Stamp > 0 THEN
        DISPLAY 'FEED CHECK: ', FUNCTION TRIM(WS-Inbound-Feed-Name), ' repeats the feed loaded ',
            WS-Last-Loaded-Stamp, ' but was released by a supervisor - loading it.'
    END-IF
    GOBACK
END-IF.
MOVE "D" TO LS-Result.
DISPLAY '*** DUPLICATE FEED HELD: ', FUNCTION TRIM(WS-Inbound-Feed-Name), ' matches a feed already loaded.'.
DISPLAY '    this feed:     ', WS-Fp-Record-Count, ' record(s), amount hash ', WS-Fp-Amount-Hash.
DISPLAY '                   first key ', FUNCTION TRIM(WS-Fp-First-Key), ', last key ', FUNCTION TRIM(WS-Fp-Last-Key).
DISPLAY '    loaded before: ', FUNCTION TRIM(WS-Last-Loaded-Name), ' at ', WS-Last-Loaded-Stamp,
    ' by ', FUNCTION TRIM(WS-Last-Loaded-By).
DISPLAY '    Nothing has been loaded from it. If the sender confirms it is a genuine new feed, a'.
DISPLAY '    supervisor releases it in WTM-FEEDREG and it loads on the next run.'.
SET Rcv-Held TO TRUE.
MOVE WS-Last-Loaded-Stamp TO Rcv-Matched-Stamp.
PERFORM APPEND-REGISTER-ROW-SECT.
MOVE "W" TO WS-Alert-Severity.
MOVE 'WTM-FEEDCHECK' TO WS-Alert-Source.
MOVE 'DUPFEED' TO WS-Alert-Event-Code.
MOVE SPACES TO WS-Alert-Text.
STRING FUNCTION TRIM(WS-Inbound-Feed-Name) DELIMITED BY SIZE
    ' held as a duplicate feed' DELIMITED BY SIZE
    INTO WS-Alert-Text.
CALL 'WTM-ALERT' USING WS-Alert-Severity, WS-Alert-Source, WS-Alert-Event-Code, WS-Alert-Text.
GOBACK.

COMPUTE-FINGERPRINT-SECT.
INITIALIZE WS-Fingerprint.
MOVE "Y" TO WS-Readable-Flag.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Inbound-Feed-File.
IF WS-Inbound-Feed-Status NOT = "00" THEN
    SET Feed-Readable TO FALSE
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Inbound-Feed-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-Fp-Record-Count
            PERFORM EXTRACT-RECORD-KEY-SECT
            IF WS-Fp-Record-Count = 1 THEN
                MOVE WS-Record-Key TO WS-Fp-First-Key
            END-IF
            MOVE WS-Record-Key TO WS-Fp-Last-Key
            PERFORM HASH-RECORD-AMOUNTS-SECT
    END-READ
END-PERFORM.
CLOSE Inbound-Feed-File.

EXTRACT-RECORD-KEY-SECT.
MOVE SPACES TO WS-Record-Key.
IF LS-Key-Length = 0 THEN
    UNSTRING Inbound-Feed-Record DELIMITED BY ","
        INTO WS-Record-Key
    EXIT PARAGRAPH
END-IF.
MOVE LS-Key-Length TO WS-Key-Length.
IF WS-Key-Length > 20 THEN
    MOVE 20 TO WS-Key-Length
END-IF.
IF (LS-Key-Start >= 1) AND (LS-Key-Start + WS-Key-Length - 1 <= 512) THEN
    MOVE Inbound-Feed-Record(LS-Key-Start:WS-Key-Length) TO WS-Record-Key
END-IF.

HASH-RECORD-AMOUNTS-SECT.
*> Every run of digits is one amount; a decimal point inside a run
*> does not end it, so 1234.56 and 123456 hash alike, as the same
*> amount keyed with or without its point should.
MOVE 0 TO WS-Digit-Run.
SET In-Digit-Run TO FALSE.
COMPUTE WS-Record-Length = FUNCTION STORED-CHAR-LENGTH(Inbound-Feed-Record).
PERFORM VARYING WS-Char-Idx FROM 1 BY 1 UNTIL WS-Char-Idx > WS-Record-Length
    IF Inbound-Feed-Record(WS-Char-Idx:1) IS NUMERIC THEN
        MOVE Inbound-Feed-Record(WS-Char-Idx:1) TO WS-Digit-Value
        COMPUTE WS-Digit-Run = FUNCTION MOD((WS-Digit-Run * 10) + WS-Digit-Value, 1000000000000000)
        SET In-Digit-Run TO TRUE
    ELSE
        IF In-Digit-Run AND (Inbound-Feed-Record(WS-Char-Idx:1) NOT = '.') THEN
            COMPUTE WS-Fp-Amount-Hash = FUNCTION MOD(WS-Fp-Amount-Hash + WS-Digit-Run, 1000000000000000)
            MOVE 0 TO WS-Digit-Run
            SET In-Digit-Run TO FALSE
        END-IF
    END-IF
END-PERFORM.
IF In-Digit-Run THEN
    COMPUTE WS-Fp-Amount-Hash = FUNCTION MOD(WS-Fp-Amount-Hash + WS-Digit-Run, 1000000000000000)
END-IF.

SCAN-REGISTER-SECT.
*> The latest load of this fingerprint, under any file name, and the
*> latest supervisor release of it.
MOVE 0 TO WS-Last-Loaded-Stamp.
MOVE 0 TO WS-Last-Released-Stamp.
MOVE SPACES TO WS-Last-Loaded-By.
MOVE SPACES TO WS-Last-Loaded-Name.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Received-Feed-File.
IF WS-Received-Feed-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Received-Feed-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (Rcv-Record-Count = WS-Fp-Record-Count) AND (Rcv-Amount-Hash = WS-Fp-Amount-Hash)
                AND (Rcv-First-Key = WS-Fp-First-Key) AND (Rcv-Last-Key = WS-Fp-Last-Key) THEN
                IF Rcv-Loaded AND (Rcv-Stamp >= WS-Last-Loaded-Stamp) THEN
                    MOVE Rcv-Stamp TO WS-Last-Loaded-Stamp
                    MOVE Rcv-Operator-ID TO WS-Last-Loaded-By
                    MOVE Rcv-Feed-Name TO WS-Last-Loaded-Name
                END-IF
                IF Rcv-Released AND (Rcv-Stamp >= WS-Last-Released-Stamp) THEN
                    MOVE Rcv-Stamp TO WS-Last-Released-Stamp
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Received-Feed-File.

APPEND-REGISTER-ROW-SECT.
MOVE WS-Inbound-Feed-Name TO Rcv-Feed-Name.
MOVE WS-Fp-Record-Count TO Rcv-Record-Count.
MOVE WS-Fp-Amount-Hash TO Rcv-Amount-Hash.
MOVE WS-Fp-First-Key TO Rcv-First-Key.
MOVE WS-Fp-Last-Key TO Rcv-Last-Key.
MOVE FUNCTION CURRENT-DATE(1:14) TO Rcv-Stamp.
IF WTM-Operator-ID = SPACES THEN
    MOVE 'UNKNOWN ' TO Rcv-Operator-ID
ELSE
    MOVE WTM-Operator-ID TO Rcv-Operator-ID
END-IF.
OPEN EXTEND Received-Feed-File.
IF WS-Received-Feed-Status = "35" THEN
    OPEN OUTPUT Received-Feed-File
END-IF.
IF WS-Received-Feed-Status NOT = "00" THEN
    DISPLAY 'FEED CHECK: could not write WTM-RECEIVED-FEEDS.DAT, file status ', WS-Received-Feed-Status,
        ' - ', FUNCTION TRIM(WS-Inbound-Feed-Name), ' not registered.'
    EXIT PARAGRAPH
END-IF.
WRITE Received-Feed-Record.
SET Rjn-After-Image TO TRUE.
MOVE 'WTM-RECEIVED-FEEDS.DAT' TO WS-Rjn-File-Name.
MOVE Received-Feed-Record TO WS-Rjn-Record.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
CLOSE Received-Feed-File.

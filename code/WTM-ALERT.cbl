*> Raises one alert on the outbound monitoring file, CALLed the way
*> WTM-WRITER-LOCK is:
*>   CALL 'WTM-ALERT' USING severity, source-program, event-code, text
*>     severity        X      'C' critical (pages on-call) or 'W'
*>                            warning; anything else is sent as C
*>     source-program  X(20)  the program raising the event
*>     event-code      X(8)   the fixed code the monitoring rules
*>                            key on (PFFATAL, STEPFATL, RATESHOK,
*>                            OUTOFBAL, FILECTL)
*>     text            X(60)  short description for the page
*> The row is appended to WTM-ALERTS.DAT stamped with the date, time,
*> and session operator. A failure to write the alert is displayed
*> but never stops the caller - the event itself is what matters.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-ALERT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Alert-File ASSIGN TO "WTM-ALERTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Alert-Status.

DATA DIVISION.
FILE SECTION.
FD  Alert-File.
    COPY "WTM-ALERT-REC.cpy".

WORKING-STORAGE SECTION.
01 WS-Alert-Status PIC XX.
    COPY "WTM-OPERATOR-ID.cpy".

LINKAGE SECTION.
01 LS-Alert-Severity PIC X.
01 LS-Alert-Source PIC X(20).
01 LS-Alert-Event-Code PIC X(8).
01 LS-Alert-Text PIC X(60).

PROCEDURE DIVISION USING LS-Alert-Severity, LS-Alert-Source, LS-Alert-Event-Code, LS-Alert-Text.
OPEN EXTEND Alert-File.
IF WS-Alert-Status = "35" THEN
    OPEN OUTPUT Alert-File
END-IF.
IF WS-Alert-Status NOT = "00" THEN
    DISPLAY 'WARNING: could not write WTM-ALERTS.DAT, file status ', WS-Alert-Status,
        ' - alert ', LS-Alert-Event-Code, ' not sent.'
    GOBACK
END-IF.
MOVE FUNCTION CURRENT-DATE(1:8) TO Alert-Date.
MOVE FUNCTION CURRENT-DATE(9:6) TO Alert-Time.
IF LS-Alert-Severity = "W" THEN
    SET Alert-Warning TO TRUE
ELSE
    SET Alert-Critical TO TRUE
END-IF.
MOVE LS-Alert-Source TO Alert-Source.
MOVE LS-Alert-Event-Code TO Alert-Event-Code.
IF (WTM-Operator-ID = SPACES) OR (WTM-Operator-ID = LOW-VALUES) THEN
    MOVE 'UNKNOWN ' TO Alert-Operator-ID
ELSE
    MOVE WTM-Operator-ID TO Alert-Operator-ID
END-IF.
MOVE LS-Alert-Text TO Alert-Text.
WRITE Alert-Record.
CLOSE Alert-File.
DISPLAY 'ALERT ', Alert-Severity, ' ', FUNCTION TRIM(Alert-Event-Code), ' sent to monitoring: ',
    FUNCTION TRIM(Alert-Text).
GOBACK.

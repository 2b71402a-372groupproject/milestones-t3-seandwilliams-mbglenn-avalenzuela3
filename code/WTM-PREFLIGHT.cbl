01 WS-Cutoff-Minutes PIC 9(5).
01 WS-Window-Minutes PIC S9(5).
01 WS-Min-Window-Minutes PIC 9(4) VALUE 60.
01 WS-Alert-Severity PIC X.
01 WS-Alert-Source PIC X(20).
01 WS-Alert-Event-Code PIC X(8).
01 WS-Alert-Text PIC X(60).

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
PUT-LINE-SECT.
WRITE Preflight-Report-Line.
DISPLAY Preflight-Report-Line(1:90).
*> Every fatal item also goes to the monitoring system as it is
*> found, so on-call hears about it before the morning read.
IF Preflight-Report-Line(1:8) = 'FATAL   ' THEN
    MOVE "C" TO WS-Alert-Severity
    MOVE 'WTM-PREFLIGHT' TO WS-Alert-Source
    MOVE 'PFFATAL' TO WS-Alert-Event-Code
    MOVE Preflight-Report-Line(9:60) TO WS-Alert-Text
    CALL 'WTM-ALERT' USING WS-Alert-Severity, WS-Alert-Source, WS-Alert-Event-Code, WS-Alert-Text
END-IF.

CHECK-ONE-FILE-SECT.
MOVE WS-Chk-File-Name(WS-Check-Idx) TO WS-Probe-File-Name.

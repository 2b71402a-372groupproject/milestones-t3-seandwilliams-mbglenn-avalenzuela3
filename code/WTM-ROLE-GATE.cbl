01 WS-Check-Role PIC X.
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-OPERATOR-ROLE.cpy".
    COPY "WTM-JOURNAL.cpy".

LINKAGE SECTION.
01 LS-Function-Name PIC X(20).
        MOVE WTM-Operator-ID TO Accs-Operator-ID
    END-IF
    MOVE LS-Function-Name TO Accs-Function
    MOVE 0 TO Accs-Employee-ID
    IF LS-Gate-Result = "G" THEN
        MOVE 'GRANTED ' TO Accs-Disposition
    ELSE
        MOVE 'DENIED  ' TO Accs-Disposition
    END-IF
    WRITE Access-Log-Record
    SET Rjn-After-Image TO TRUE
    MOVE 'WTM-ACCESS-LOG.DAT' TO WS-Rjn-File-Name
    MOVE Access-Log-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    CLOSE Access-Log-File
END-IF.

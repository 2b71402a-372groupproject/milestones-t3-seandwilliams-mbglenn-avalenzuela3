    05 Map-Masked-ID PIC 9(6).

FD  Anon-In-File.
01 Anon-In-Record PIC X(512).

FD  Anon-Out-File.
01 Anon-Out-Record PIC X(512).

WORKING-STORAGE SECTION.
01 WS-Mask-Map-Status PIC XX.
*> log also carries an operator stamp (bytes 106-113 of the record),
*> which is masked for that file alone.
01 WS-Audit-Oper-Pos PIC 9(3) VALUE 106.
    COPY "WTM-JOURNAL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
    WRITE Mask-Map-Record
END-PERFORM.
CLOSE Mask-Map-File.
SET Rjn-File-Image TO TRUE.
MOVE 'WTM-MASK-MAP.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.

RESOLVE-MASKED-ID-SECT.
*> The same real ID always resolves to the same masked ID; an unseen

    *> Parameters for CALL 'WTM-JOURNAL' USING WS-Rjn-Function,
    *> WS-Rjn-File-Name, WS-Rjn-Record. After each WRITE that appends to
    *> a shared data file, set Rjn-After-Image and move the record just
    *> written to WS-Rjn-Record; after closing a shared data file the
    *> program has rewritten (opened OUTPUT), set Rjn-File-Image - the
    *> whole file as it now stands is journaled and WS-Rjn-Record is
    *> not used. A journal failure is displayed but never stops the
    *> caller.
       01 WS-Rjn-Function PIC X.
          88 Rjn-After-Image VALUE "A".
          88 Rjn-File-Image  VALUE "I".
       01 WS-Rjn-File-Name PIC X(40).
       01 WS-Rjn-Record PIC X(512).

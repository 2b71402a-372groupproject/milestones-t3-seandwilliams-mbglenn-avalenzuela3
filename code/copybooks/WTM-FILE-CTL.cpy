    *> Parameters for CALL 'WTM-FILECTL' USING WS-File-Ctl-Function,
    *> WS-File-Ctl-Name, WS-File-Ctl-Result. Set File-Ctl-Verify before
    *> opening a shared data file to read or append to it, and
    *> File-Ctl-Register after closing one the program has written.
    *> A verify answers File-Ctl-Matched, File-Ctl-Unregistered (no
    *> registry row yet - nothing to compare), or File-Ctl-Mismatch;
    *> WTM-FILECTL has already displayed and alerted a mismatch, and
    *> the caller warns and carries on, or refuses when it is about to
    *> rewrite the file and would otherwise sanction the damage.
       01 WS-File-Ctl-Function PIC X.
          88 File-Ctl-Verify       VALUE "V".
          88 File-Ctl-Register     VALUE "R".
          88 File-Ctl-Quiet-Verify VALUE "Q".
       01 WS-File-Ctl-Name PIC X(40).
       01 WS-File-Ctl-Result PIC X.
          88 File-Ctl-Matched      VALUE "M".
          88 File-Ctl-Unregistered VALUE "N".
          88 File-Ctl-Mismatch     VALUE "X".

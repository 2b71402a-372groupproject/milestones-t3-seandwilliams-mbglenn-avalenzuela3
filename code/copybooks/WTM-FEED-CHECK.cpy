    *> Parameters for CALL 'WTM-FEEDCHECK' USING WS-Feed-Chk-Function,
    *> WS-Feed-Chk-Name, WS-Feed-Chk-Key-Start, WS-Feed-Chk-Key-Length,
    *> WS-Feed-Chk-Result. Set Feed-Chk-Check before opening an inbound
    *> feed to load it, and Feed-Chk-Record once the feed has been
    *> processed. The key is where each record's identifying field sits
    *> (start column and length); a length of zero takes the leading
    *> comma-delimited field of a CSV feed. A check answers
    *> Feed-Chk-New, Feed-Chk-Duplicate (WTM-FEEDCHECK has displayed
    *> the earlier receipt and held this one - the caller does not
    *> load it), or Feed-Chk-Missing (no file to fingerprint - the
    *> caller reports that as it always has).
       01 WS-Feed-Chk-Function PIC X.
          88 Feed-Chk-Check  VALUE "C".
          88 Feed-Chk-Record VALUE "R".
       01 WS-Feed-Chk-Name PIC X(40).
       01 WS-Feed-Chk-Key-Start PIC 9(3).
       01 WS-Feed-Chk-Key-Length PIC 9(2).
       01 WS-Feed-Chk-Result PIC X.
          88 Feed-Chk-New       VALUE "N".
          88 Feed-Chk-Duplicate VALUE "D".
          88 Feed-Chk-Missing   VALUE "M".

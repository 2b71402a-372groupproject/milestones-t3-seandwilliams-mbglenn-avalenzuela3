    *> Parameters for CALL 'WTM-FIGURE-MASK' USING WS-Mask-Function,
    *> WS-Mask-View, WS-Mask-Employee-ID, WS-Mask-Amount,
    *> WS-Mask-Result, WS-Mask-Text. Set Mask-Begin once at the start
    *> of a run with WS-Mask-View naming the inquiry or report; then
    *> Mask-View per employee whose figures are about to be shown
    *> (employee 0 for population totals), which answers Mask-Unmasked
    *> or Mask-Masked; then Mask-Format per amount, with the result of
    *> that view still in WS-Mask-Result, to get the 15-character text
    *> to show in place of the edited amount.
       01 WS-Mask-Function PIC X.
          88 Mask-Begin         VALUE "B".
          88 Mask-View          VALUE "V".
          88 Mask-Format        VALUE "F".
       01 WS-Mask-View PIC X(20).
       01 WS-Mask-Employee-ID PIC 9(6).
       01 WS-Mask-Amount PIC S9(11)V99.
       01 WS-Mask-Result PIC X VALUE "M".
          88 Mask-Unmasked      VALUE "U".
          88 Mask-Masked        VALUE "M".
       01 WS-Mask-Text PIC X(15).

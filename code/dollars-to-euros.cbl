DISPLAY 'We will convert your money between Dollars and Euros ;)'.
DISPLAY "Enter D to convert Dollars to Euros, or E to convert Euros to Dollars".
ACCEPT WS-Direction.
DISPLAY "Enter I to convert one amount interactively, B to process a batch file of amounts,".
DISPLAY "or C to open the foreign cash desk (sales paid out of the note-and-coin drawer)".
ACCEPT Run-Mode.
EVALUATE TRUE
    WHEN (Run-Mode = "B") OR (Run-Mode = "b")
        PERFORM BATCH-SECT
    WHEN (Run-Mode = "C") OR (Run-Mode = "c")
        CALL 'WTM-CASHDESK'
        CANCEL 'WTM-CASHDESK'
    WHEN OTHER
        PERFORM INTERACTIVE-SECT
END-EVALUATE
GOBACK.

INTERACTIVE-SECT.

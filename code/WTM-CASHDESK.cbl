*> Foreign cash desk. The desk priced travel cash with
*> DOLLAR-EURO-CONV, counted the notes out by hand, and kept the
*> drawer balance on paper. This is the converter's cash-desk mode:
*> a sale converts the customer's dollars through WTM-FX-CONVERT at
*> the currency's rate in force today (WTM-FX-RATES.DAT, net of the
*> spread and the flat fee, as the converter quotes it), breaks the
*> foreign amount into the notes and coins the drawer actually holds
*> - largest first, in the denominations WTM-CASH-DENOMS.DAT lists
*> for the currency, largest first - and, once the operator confirms
*> the payout, draws the drawer inventory WTM-CASH-DRAWER.DAT down.
*> Whatever the drawer cannot make up in that currency is handed back
*> in dollars. Stock received from the bank is booked in by
*> denomination. The end-of-day count takes the pieces counted in the
*> drawer for a currency, sets them against the book figure, and
*> prints each denomination's difference flagged OVER or SHORT to
*> WTM-CASH-RECON-<yyyymmdd>.TXT (cataloged under CASHRECN, one file
*> per day, each currency counted appended to it); the count then
*> becomes the book figure. Every movement is logged to
*> WTM-CASH-MOVES.DAT. The drawer is under file control: a drawer
*> file that does not agree with its last sanctioned write can be
*> displayed but not moved until it is investigated.
*> Exit RETURN-CODE convention (shared by the WTM suite):
*>   0 normal, 4 an end-of-day count found the drawer over or short,
*>   12 fatal (the drawer is not under control or could not be
*>   written).
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-CASHDESK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Cash-Denom-File ASSIGN TO "WTM-CASH-DENOMS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Cash-Denom-Status.
    SELECT Cash-Drawer-File ASSIGN TO "WTM-CASH-DRAWER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Cash-Drawer-Status.
    SELECT Cash-Move-File ASSIGN TO "WTM-CASH-MOVES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Cash-Move-Status.
    SELECT FX-Rate-File ASSIGN TO "WTM-FX-RATES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FX-Rate-Status.
    SELECT Cash-Recon-File ASSIGN TO WS-Cash-Recon-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Cash-Recon-Status.
    SELECT Report-Catalog-File ASSIGN TO "WTM-REPORT-CATALOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Report-Catalog-Status.

DATA DIVISION.
FILE SECTION.
FD  Cash-Denom-File.
01 Cash-Denom-Record.
    05 Den-Currency     PIC X(3).
    05 Den-Denomination PIC 9(5)V99.
    05 Den-Kind         PIC X.

FD  Cash-Drawer-File.
    COPY "WTM-CASH-DRAWER-REC.cpy".

FD  Cash-Move-File.
    COPY "WTM-CASH-MOVE-REC.cpy".

FD  FX-Rate-File.
01 FX-Rate-Input-Record.
    05 FX-Input-Code     PIC X(3).
    05 FX-Input-Rate     PIC 9(5)V9999.
    05 FX-Input-Eff-Date PIC 9(8).

FD  Cash-Recon-File.
01 Cash-Recon-Line PIC X(100).

FD  Report-Catalog-File.
    COPY "WTM-REPORT-CATALOG-REC.cpy".

WORKING-STORAGE SECTION.
01 WS-Cash-Denom-Status PIC XX.
01 WS-Cash-Drawer-Status PIC XX.
01 WS-Cash-Move-Status PIC XX.
01 WS-FX-Rate-Status PIC XX.
01 WS-Cash-Recon-Status PIC XX.
01 WS-Report-Catalog-Status PIC XX.
01 WS-Cash-Recon-Name PIC X(40).
01 WS-File-EOF-Flag PIC X VALUE "N".
    88 File-EOF VALUE "Y" FALSE "N".
*> The drawer: every configured denomination, in the order
*> WTM-CASH-DENOMS.DAT lists them (largest first within a currency),
*> then any drawer row for a denomination no longer configured - still
*> counted, never paid out.
01 WS-Desk-Table.
    05 WS-Desk-Entry OCCURS 200 TIMES.
       10 WS-Dsk-Currency    PIC X(3).
       10 WS-Dsk-Denom       PIC 9(5)V99.
       10 WS-Dsk-Kind        PIC X.
       10 WS-Dsk-Configured  PIC X.
       10 WS-Dsk-On-Hand     PIC 9(7).
       10 WS-Dsk-Last-Move   PIC 9(8).
       10 WS-Dsk-Last-Count  PIC 9(8).
       10 WS-Dsk-Pieces      PIC 9(7).
       10 WS-Dsk-Counted     PIC 9(7).
01 WS-Desk-Count PIC 9(3) VALUE 0.
01 WS-Dsk-Idx PIC 9(3).
01 WS-Dsk-Found PIC 9(3).
01 WS-Desk-Overflow-Flag PIC X VALUE "N".
    88 Desk-Overflowed VALUE "Y" FALSE "N".
01 WS-Drawer-Locked-Flag PIC X VALUE "N".
    88 Drawer-Locked VALUE "Y" FALSE "N".
01 WS-Action PIC X.
01 WS-Done-Flag PIC X VALUE "N".
    88 Desk-Done VALUE "Y" FALSE "N".
01 WS-Confirm PIC X.
01 WS-Currency-Input PIC X(10).
01 WS-Desk-Currency PIC X(3).
01 WS-Currency-OK-Flag PIC X.
    88 Currency-OK VALUE "Y" FALSE "N".
01 WS-Desk-Rate PIC 9(5)V9999.
01 WS-Rate-Eff-Date PIC 9(8).
01 WS-Rate-Found-Flag PIC X.
    88 Rate-Found VALUE "Y" FALSE "N".
01 WS-Numeric-Input PIC X(12).
01 WS-Test-Numval PIC S9(8).
01 WS-Input-Valid PIC X VALUE "N".
    88 Input-Valid VALUE "Y" FALSE "N".
01 WS-Accept-Amount PIC 9(8)V99.
01 WS-Accept-Pieces PIC 9(7).
01 WS-Dollar-Amount PIC 9(8)V99.
01 WS-FX-Convert-Amount PIC 9(8)V9999.
01 WS-FX-Convert-Result PIC 9(8)V9999.
01 WS-FX-Convert-Net PIC 9(8)V9999.
01 WS-FX-Fee-Amount PIC 9(5)V99.
01 WS-Foreign-Due PIC S9(9)V99.
01 WS-Foreign-Left PIC S9(9)V99.
01 WS-Foreign-Paid PIC S9(9)V99.
01 WS-Refund-Dollars PIC 9(8)V99.
01 WS-Line-Value PIC S9(9)V99.
01 WS-Book-Value PIC S9(9)V99.
01 WS-Counted-Value PIC S9(9)V99.
01 WS-Diff-Pieces PIC S9(7).
01 WS-Diff-Value PIC S9(9)V99.
01 WS-Net-Diff-Value PIC S9(9)V99.
01 WS-Net-Diff-Dollars PIC S9(9)V99.
01 WS-Diff-Lines PIC 9(3).
01 WS-Move-Time PIC 9(6).
01 WS-Move-Type PIC X.
01 WS-Today PIC 9(8).
01 WS-Operator PIC X(8).
01 WS-Recon-Lines PIC 9(5).
01 WS-Recon-New-Flag PIC X.
    88 Recon-File-New VALUE "Y" FALSE "N".
01 WS-Denom-Disp PIC ZZ,ZZ9.99.
01 WS-Pieces-Disp PIC Z,ZZZ,ZZ9.
01 WS-Diff-Disp PIC -,---,--9.
01 WS-Money-Disp PIC ---,---,--9.99.
01 WS-Money-Disp-2 PIC ---,---,--9.99.
01 WS-Rate-Disp PIC ZZZZ9.9999.
01 WS-Kind-Text PIC X(4).
01 WS-Flag-Text PIC X(5).
01 WS-Alert-Severity PIC X.
01 WS-Alert-Source PIC X(20).
01 WS-Alert-Event-Code PIC X(8).
01 WS-Alert-Text PIC X(60).
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY '------------------------------ WTM FOREIGN CASH DESK ---------------------------------------------'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
MOVE 0 TO RETURN-CODE.
MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
IF WTM-Operator-ID = SPACES THEN
    MOVE 'UNKNOWN ' TO WS-Operator
ELSE
    MOVE WTM-Operator-ID TO WS-Operator
END-IF.
PERFORM LOAD-DENOMINATIONS-SECT.
IF WS-Desk-Count = 0 THEN
    DISPLAY 'CASH DESK: WTM-CASH-DENOMS.DAT is missing or empty - no currency can be paid out.'
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
PERFORM LOAD-DRAWER-SECT.
IF Desk-Overflowed THEN
    DISPLAY 'CASH DESK: more than 200 drawer denominations - the drawer cannot be rewritten without losing rows.'
    SET Drawer-Locked TO TRUE
END-IF.
SET Desk-Done TO FALSE.
PERFORM UNTIL Desk-Done
    DISPLAY ' '
    DISPLAY 'S  sell foreign cash              R  receive stock into the drawer'
    DISPLAY 'E  end-of-day drawer count        D  display the drawer'
    DISPLAY 'X  exit'
    DISPLAY 'Enter your choice:'
    ACCEPT WS-Action
    MOVE FUNCTION UPPER-CASE(WS-Action) TO WS-Action
    EVALUATE WS-Action
        WHEN "S" PERFORM SELL-CASH-SECT
        WHEN "R" PERFORM RECEIVE-STOCK-SECT
        WHEN "E" PERFORM COUNT-DRAWER-SECT
        WHEN "D" PERFORM DISPLAY-DRAWER-SECT
        WHEN "X" SET Desk-Done TO TRUE
        WHEN OTHER DISPLAY 'INPUT ERROR: please enter S, R, E, D, or X.'
    END-EVALUATE
END-PERFORM.
GOBACK.

LOAD-DENOMINATIONS-SECT.
MOVE 0 TO WS-Desk-Count.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Cash-Denom-File.
IF WS-Cash-Denom-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Cash-Denom-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (Den-Denomination IS NUMERIC) AND (Den-Denomination > 0) THEN
                IF WS-Desk-Count < 200 THEN
                    ADD 1 TO WS-Desk-Count
                    MOVE Den-Currency TO WS-Dsk-Currency(WS-Desk-Count)
                    MOVE Den-Denomination TO WS-Dsk-Denom(WS-Desk-Count)
                    MOVE Den-Kind TO WS-Dsk-Kind(WS-Desk-Count)
                    MOVE "Y" TO WS-Dsk-Configured(WS-Desk-Count)
                    MOVE 0 TO WS-Dsk-On-Hand(WS-Desk-Count)
                    MOVE 0 TO WS-Dsk-Last-Move(WS-Desk-Count)
                    MOVE 0 TO WS-Dsk-Last-Count(WS-Desk-Count)
                ELSE
                    SET Desk-Overflowed TO TRUE
                END-IF
            END-IF
    END-READ
END-PERFORM.
CLOSE Cash-Denom-File.

LOAD-DRAWER-SECT.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-CASH-DRAWER.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
IF File-Ctl-Mismatch THEN
    DISPLAY 'CASH DESK: WTM-CASH-DRAWER.DAT does not agree with its last sanctioned write - the drawer'
    DISPLAY 'can be displayed but not moved until it is investigated and re-registered in WTM-FILEREG.'
    SET Drawer-Locked TO TRUE
    MOVE 12 TO RETURN-CODE
END-IF.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT Cash-Drawer-File.
IF WS-Cash-Drawer-Status NOT = "00" THEN
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ Cash-Drawer-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            PERFORM FIND-DRAWER-ROW-SECT
            IF WS-Dsk-Found = 0 THEN
                IF WS-Desk-Count < 200 THEN
                    ADD 1 TO WS-Desk-Count
                    MOVE WS-Desk-Count TO WS-Dsk-Found
                    MOVE Drw-Currency TO WS-Dsk-Currency(WS-Dsk-Found)
                    MOVE Drw-Denomination TO WS-Dsk-Denom(WS-Dsk-Found)
                    MOVE Drw-Kind TO WS-Dsk-Kind(WS-Dsk-Found)
                    MOVE "N" TO WS-Dsk-Configured(WS-Dsk-Found)
                ELSE
                    SET Desk-Overflowed TO TRUE
                END-IF
            END-IF
            IF WS-Dsk-Found > 0 THEN
                MOVE Drw-On-Hand TO WS-Dsk-On-Hand(WS-Dsk-Found)
                MOVE Drw-Last-Move-Date TO WS-Dsk-Last-Move(WS-Dsk-Found)
                MOVE Drw-Last-Count-Date TO WS-Dsk-Last-Count(WS-Dsk-Found)
            END-IF
    END-READ
END-PERFORM.
CLOSE Cash-Drawer-File.

FIND-DRAWER-ROW-SECT.
MOVE 0 TO WS-Dsk-Found.
PERFORM VARYING WS-Dsk-Idx FROM 1 BY 1 UNTIL (WS-Dsk-Idx > WS-Desk-Count) OR (WS-Dsk-Found > 0)
    IF (WS-Dsk-Currency(WS-Dsk-Idx) = Drw-Currency) AND (WS-Dsk-Denom(WS-Dsk-Idx) = Drw-Denomination) THEN
        MOVE WS-Dsk-Idx TO WS-Dsk-Found
    END-IF
END-PERFORM.

ACCEPT-CURRENCY-SECT.
*> Currency codes are kept as on the rate file - Eur, Pou, Yen.
SET Currency-OK TO FALSE.
DISPLAY 'Enter the currency code (for example Eur, Pou, Yen):'.
ACCEPT WS-Currency-Input.
MOVE FUNCTION UPPER-CASE(WS-Currency-Input(1:1)) TO WS-Desk-Currency(1:1).
MOVE FUNCTION LOWER-CASE(WS-Currency-Input(2:2)) TO WS-Desk-Currency(2:2).
PERFORM VARYING WS-Dsk-Idx FROM 1 BY 1 UNTIL WS-Dsk-Idx > WS-Desk-Count
    IF WS-Dsk-Currency(WS-Dsk-Idx) = WS-Desk-Currency THEN
        SET Currency-OK TO TRUE
    END-IF
END-PERFORM.
IF NOT Currency-OK THEN
    DISPLAY 'The desk holds no denominations for ', WS-Desk-Currency, ' - see WTM-CASH-DENOMS.DAT.'
END-IF.

LOAD-RATE-SECT.
*> The currency's rate in force today, read the way the converter
*> reads the Eur row.
SET Rate-Found TO FALSE.
MOVE 0 TO WS-Rate-Eff-Date.
MOVE "N" TO WS-File-EOF-Flag.
OPEN INPUT FX-Rate-File.
IF WS-FX-Rate-Status NOT = "00" THEN
    DISPLAY 'CASH DESK: could not open WTM-FX-RATES.DAT, file status ', WS-FX-Rate-Status
    EXIT PARAGRAPH
END-IF.
PERFORM UNTIL File-EOF
    READ FX-Rate-File
        AT END SET File-EOF TO TRUE
        NOT AT END
            IF (FX-Input-Code = WS-Desk-Currency) AND (FX-Input-Eff-Date IS NUMERIC)
                AND (FX-Input-Eff-Date <= WS-Today)
                AND ((NOT Rate-Found) OR (FX-Input-Eff-Date >= WS-Rate-Eff-Date)) THEN
                SET Rate-Found TO TRUE
                MOVE FX-Input-Eff-Date TO WS-Rate-Eff-Date
                MOVE FX-Input-Rate TO WS-Desk-Rate
            END-IF
    END-READ
END-PERFORM.
CLOSE FX-Rate-File.
IF Rate-Found AND (WS-Desk-Rate = 0) THEN
    SET Rate-Found TO FALSE
END-IF.
IF NOT Rate-Found THEN
    MOVE 0 TO WS-Desk-Rate
    DISPLAY 'CASH DESK: no ', WS-Desk-Currency, ' rate in force on ', WS-Today, ' in WTM-FX-RATES.DAT.'
END-IF.

SELL-CASH-SECT.
IF Drawer-Locked THEN
    DISPLAY 'The drawer is locked - no sale.'
    EXIT PARAGRAPH
END-IF.
PERFORM ACCEPT-CURRENCY-SECT.
IF NOT Currency-OK THEN
    EXIT PARAGRAPH
END-IF.
PERFORM LOAD-RATE-SECT.
IF NOT Rate-Found THEN
    EXIT PARAGRAPH
END-IF.
DISPLAY 'Enter the dollar amount the customer is buying ', WS-Desk-Currency, ' with:'.
PERFORM ACCEPT-AMOUNT-SECT.
MOVE WS-Accept-Amount TO WS-Dollar-Amount.
IF WS-Dollar-Amount = 0 THEN
    DISPLAY 'No sale.'
    EXIT PARAGRAPH
END-IF.
MOVE WS-Dollar-Amount TO WS-FX-Convert-Amount.
CALL "WTM-FX-CONVERT" USING WS-FX-Convert-Amount, WS-Desk-Rate, WS-FX-Convert-Result,
    WS-Desk-Currency, WS-FX-Convert-Net, WS-FX-Fee-Amount.
COMPUTE WS-Foreign-Due = WS-FX-Convert-Net - WS-FX-Fee-Amount.
IF WS-Foreign-Due <= 0 THEN
    DISPLAY 'After the transaction fee nothing is left to pay out - no sale.'
    EXIT PARAGRAPH
END-IF.
*> Largest denomination first, never more pieces than the drawer
*> holds.
MOVE WS-Foreign-Due TO WS-Foreign-Left.
PERFORM VARYING WS-Dsk-Idx FROM 1 BY 1 UNTIL WS-Dsk-Idx > WS-Desk-Count
    MOVE 0 TO WS-Dsk-Pieces(WS-Dsk-Idx)
    IF (WS-Dsk-Currency(WS-Dsk-Idx) = WS-Desk-Currency) AND (WS-Dsk-Configured(WS-Dsk-Idx) = "Y")
        AND (WS-Dsk-On-Hand(WS-Dsk-Idx) > 0) AND (WS-Foreign-Left >= WS-Dsk-Denom(WS-Dsk-Idx)) THEN
        COMPUTE WS-Dsk-Pieces(WS-Dsk-Idx) = WS-Foreign-Left / WS-Dsk-Denom(WS-Dsk-Idx)
        IF WS-Dsk-Pieces(WS-Dsk-Idx) > WS-Dsk-On-Hand(WS-Dsk-Idx) THEN
            MOVE WS-Dsk-On-Hand(WS-Dsk-Idx) TO WS-Dsk-Pieces(WS-Dsk-Idx)
        END-IF
        COMPUTE WS-Foreign-Left = WS-Foreign-Left - (WS-Dsk-Pieces(WS-Dsk-Idx) * WS-Dsk-Denom(WS-Dsk-Idx))
    END-IF
END-PERFORM.
COMPUTE WS-Foreign-Paid = WS-Foreign-Due - WS-Foreign-Left.
IF WS-Foreign-Paid = 0 THEN
    DISPLAY 'The drawer holds no ', WS-Desk-Currency, ' it can make this amount up from - no sale.'
    EXIT PARAGRAPH
END-IF.
COMPUTE WS-Refund-Dollars ROUNDED = WS-Foreign-Left / WS-Desk-Rate.
MOVE WS-Dollar-Amount TO WS-Money-Disp.
MOVE WS-FX-Convert-Result TO WS-Money-Disp-2.
MOVE WS-Desk-Rate TO WS-Rate-Disp.
DISPLAY '$', FUNCTION TRIM(WS-Money-Disp), ' at ', FUNCTION TRIM(WS-Rate-Disp), ' (rate of ', WS-Rate-Eff-Date, ') is ',
    FUNCTION TRIM(WS-Money-Disp-2), ' ', WS-Desk-Currency, ' at the mid rate.'.
MOVE WS-Foreign-Due TO WS-Money-Disp.
MOVE WS-FX-Fee-Amount TO WS-Money-Disp-2.
DISPLAY 'Net of the spread and the ', FUNCTION TRIM(WS-Money-Disp-2), ' fee the customer is due ',
    FUNCTION TRIM(WS-Money-Disp), ' ', WS-Desk-Currency, '. Count out:'.
PERFORM VARYING WS-Dsk-Idx FROM 1 BY 1 UNTIL WS-Dsk-Idx > WS-Desk-Count
    IF (WS-Dsk-Currency(WS-Dsk-Idx) = WS-Desk-Currency) AND (WS-Dsk-Pieces(WS-Dsk-Idx) > 0) THEN
        PERFORM KIND-TEXT-SECT
        MOVE WS-Dsk-Denom(WS-Dsk-Idx) TO WS-Denom-Disp
        MOVE WS-Dsk-Pieces(WS-Dsk-Idx) TO WS-Pieces-Disp
        COMPUTE WS-Line-Value = WS-Dsk-Pieces(WS-Dsk-Idx) * WS-Dsk-Denom(WS-Dsk-Idx)
        MOVE WS-Line-Value TO WS-Money-Disp
        DISPLAY '  ', WS-Pieces-Disp, ' x ', WS-Denom-Disp, ' ', WS-Kind-Text, '  = ', WS-Money-Disp
    END-IF
END-PERFORM.
MOVE WS-Foreign-Paid TO WS-Money-Disp.
DISPLAY '  Paid out in ', WS-Desk-Currency, ':                 ', WS-Money-Disp.
IF WS-Foreign-Left > 0 THEN
    MOVE WS-Foreign-Left TO WS-Money-Disp
    MOVE WS-Refund-Dollars TO WS-Money-Disp-2
    DISPLAY '  Not payable from the drawer: ', FUNCTION TRIM(WS-Money-Disp), ' ', WS-Desk-Currency,
        ' - hand back $', FUNCTION TRIM(WS-Money-Disp-2), '.'
END-IF.
DISPLAY 'Pay this out and draw the drawer down? (Y/N)'.
ACCEPT WS-Confirm.
IF (WS-Confirm NOT = "Y") AND (WS-Confirm NOT = "y") THEN
    DISPLAY 'Sale cancelled - the drawer is unchanged.'
    EXIT PARAGRAPH
END-IF.
MOVE "S" TO WS-Move-Type.
MOVE FUNCTION CURRENT-DATE(9:6) TO WS-Move-Time.
OPEN EXTEND Cash-Move-File.
IF WS-Cash-Move-Status = "35" THEN
    OPEN OUTPUT Cash-Move-File
END-IF.
PERFORM VARYING WS-Dsk-Idx FROM 1 BY 1 UNTIL WS-Dsk-Idx > WS-Desk-Count
    IF (WS-Dsk-Currency(WS-Dsk-Idx) = WS-Desk-Currency) AND (WS-Dsk-Pieces(WS-Dsk-Idx) > 0) THEN
        SUBTRACT WS-Dsk-Pieces(WS-Dsk-Idx) FROM WS-Dsk-On-Hand(WS-Dsk-Idx)
        MOVE WS-Today TO WS-Dsk-Last-Move(WS-Dsk-Idx)
        COMPUTE WS-Diff-Pieces = 0 - WS-Dsk-Pieces(WS-Dsk-Idx)
        PERFORM WRITE-MOVE-SECT
    END-IF
END-PERFORM.
IF WS-Cash-Move-Status = "00" THEN
    CLOSE Cash-Move-File
END-IF.
PERFORM REWRITE-DRAWER-SECT.
DISPLAY 'Sale booked - the drawer is drawn down.'.

RECEIVE-STOCK-SECT.
IF Drawer-Locked THEN
    DISPLAY 'The drawer is locked - nothing received.'
    EXIT PARAGRAPH
END-IF.
PERFORM ACCEPT-CURRENCY-SECT.
IF NOT Currency-OK THEN
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING WS-Dsk-Idx FROM 1 BY 1 UNTIL WS-Dsk-Idx > WS-Desk-Count
    MOVE 0 TO WS-Dsk-Pieces(WS-Dsk-Idx)
    IF (WS-Dsk-Currency(WS-Dsk-Idx) = WS-Desk-Currency) AND (WS-Dsk-Configured(WS-Dsk-Idx) = "Y") THEN
        PERFORM KIND-TEXT-SECT
        MOVE WS-Dsk-Denom(WS-Dsk-Idx) TO WS-Denom-Disp
        DISPLAY 'Pieces of ', WS-Denom-Disp, ' ', WS-Kind-Text, ' received (0 for none):'
        PERFORM ACCEPT-PIECES-SECT
        MOVE WS-Accept-Pieces TO WS-Dsk-Pieces(WS-Dsk-Idx)
    END-IF
END-PERFORM.
MOVE 0 TO WS-Book-Value.
PERFORM VARYING WS-Dsk-Idx FROM 1 BY 1 UNTIL WS-Dsk-Idx > WS-Desk-Count
    IF (WS-Dsk-Currency(WS-Dsk-Idx) = WS-Desk-Currency) AND (WS-Dsk-Pieces(WS-Dsk-Idx) > 0) THEN
        COMPUTE WS-Book-Value = WS-Book-Value + (WS-Dsk-Pieces(WS-Dsk-Idx) * WS-Dsk-Denom(WS-Dsk-Idx))
    END-IF
END-PERFORM.
IF WS-Book-Value = 0 THEN
    DISPLAY 'Nothing received - the drawer is unchanged.'
    EXIT PARAGRAPH
END-IF.
MOVE WS-Book-Value TO WS-Money-Disp.
DISPLAY 'Book ', FUNCTION TRIM(WS-Money-Disp), ' ', WS-Desk-Currency, ' into the drawer? (Y/N)'.
ACCEPT WS-Confirm.
IF (WS-Confirm NOT = "Y") AND (WS-Confirm NOT = "y") THEN
    DISPLAY 'Receipt cancelled - the drawer is unchanged.'
    EXIT PARAGRAPH
END-IF.
MOVE "R" TO WS-Move-Type.
MOVE 0 TO WS-Dollar-Amount.
MOVE 0 TO WS-Desk-Rate.
MOVE FUNCTION CURRENT-DATE(9:6) TO WS-Move-Time.
OPEN EXTEND Cash-Move-File.
IF WS-Cash-Move-Status = "35" THEN
    OPEN OUTPUT Cash-Move-File
END-IF.
PERFORM VARYING WS-Dsk-Idx FROM 1 BY 1 UNTIL WS-Dsk-Idx > WS-Desk-Count
    IF (WS-Dsk-Currency(WS-Dsk-Idx) = WS-Desk-Currency) AND (WS-Dsk-Pieces(WS-Dsk-Idx) > 0) THEN
        ADD WS-Dsk-Pieces(WS-Dsk-Idx) TO WS-Dsk-On-Hand(WS-Dsk-Idx)
        MOVE WS-Today TO WS-Dsk-Last-Move(WS-Dsk-Idx)
        MOVE WS-Dsk-Pieces(WS-Dsk-Idx) TO WS-Diff-Pieces
        PERFORM WRITE-MOVE-SECT
    END-IF
END-PERFORM.
IF WS-Cash-Move-Status = "00" THEN
    CLOSE Cash-Move-File
END-IF.
PERFORM REWRITE-DRAWER-SECT.
DISPLAY 'Stock received into the drawer.'.

COUNT-DRAWER-SECT.
IF Drawer-Locked THEN
    DISPLAY 'The drawer is locked - the count cannot be booked.'
    EXIT PARAGRAPH
END-IF.
PERFORM ACCEPT-CURRENCY-SECT.
IF NOT Currency-OK THEN
    EXIT PARAGRAPH
END-IF.
*> The rate only prices the difference in dollars; a count goes
*> ahead without one.
PERFORM LOAD-RATE-SECT.
DISPLAY 'Count the ', WS-Desk-Currency, ' drawer and enter the pieces of each denomination found.'.
PERFORM VARYING WS-Dsk-Idx FROM 1 BY 1 UNTIL WS-Dsk-Idx > WS-Desk-Count
    IF (WS-Dsk-Currency(WS-Dsk-Idx) = WS-Desk-Currency)
        AND ((WS-Dsk-Configured(WS-Dsk-Idx) = "Y") OR (WS-Dsk-On-Hand(WS-Dsk-Idx) > 0)) THEN
        PERFORM KIND-TEXT-SECT
        MOVE WS-Dsk-Denom(WS-Dsk-Idx) TO WS-Denom-Disp
        DISPLAY 'Pieces of ', WS-Denom-Disp, ' ', WS-Kind-Text, ' counted:'
        PERFORM ACCEPT-PIECES-SECT
        MOVE WS-Accept-Pieces TO WS-Dsk-Counted(WS-Dsk-Idx)
    ELSE
        MOVE WS-Dsk-On-Hand(WS-Dsk-Idx) TO WS-Dsk-Counted(WS-Dsk-Idx)
    END-IF
END-PERFORM.
PERFORM WRITE-RECON-SECT.
*> The count becomes the book figure; each difference is booked as
*> an adjustment movement.
MOVE "A" TO WS-Move-Type.
MOVE 0 TO WS-Dollar-Amount.
MOVE 0 TO WS-Desk-Rate.
MOVE FUNCTION CURRENT-DATE(9:6) TO WS-Move-Time.
IF WS-Diff-Lines > 0 THEN
    OPEN EXTEND Cash-Move-File
    IF WS-Cash-Move-Status = "35" THEN
        OPEN OUTPUT Cash-Move-File
    END-IF
END-IF.
PERFORM VARYING WS-Dsk-Idx FROM 1 BY 1 UNTIL WS-Dsk-Idx > WS-Desk-Count
    IF WS-Dsk-Currency(WS-Dsk-Idx) = WS-Desk-Currency THEN
        IF WS-Dsk-Counted(WS-Dsk-Idx) NOT = WS-Dsk-On-Hand(WS-Dsk-Idx) THEN
            COMPUTE WS-Diff-Pieces = WS-Dsk-Counted(WS-Dsk-Idx) - WS-Dsk-On-Hand(WS-Dsk-Idx)
            MOVE WS-Dsk-Counted(WS-Dsk-Idx) TO WS-Dsk-On-Hand(WS-Dsk-Idx)
            MOVE WS-Today TO WS-Dsk-Last-Move(WS-Dsk-Idx)
            PERFORM WRITE-MOVE-SECT
        END-IF
        MOVE WS-Today TO WS-Dsk-Last-Count(WS-Dsk-Idx)
    END-IF
END-PERFORM.
IF (WS-Diff-Lines > 0) AND (WS-Cash-Move-Status = "00") THEN
    CLOSE Cash-Move-File
END-IF.
PERFORM REWRITE-DRAWER-SECT.
IF WS-Diff-Lines = 0 THEN
    DISPLAY 'The ', WS-Desk-Currency, ' drawer agrees with the book - count booked.'
ELSE
    MOVE WS-Net-Diff-Value TO WS-Money-Disp
    DISPLAY 'The ', WS-Desk-Currency, ' drawer is out on ', WS-Diff-Lines, ' denomination(s), net ',
        FUNCTION TRIM(WS-Money-Disp), ' ', WS-Desk-Currency, ' - see ', FUNCTION TRIM(WS-Cash-Recon-Name), '.'
    DISPLAY 'The count is now the book figure.'
    IF RETURN-CODE < 4 THEN
        MOVE 4 TO RETURN-CODE
    END-IF
    MOVE "W" TO WS-Alert-Severity
    MOVE 'WTM-CASHDESK' TO WS-Alert-Source
    MOVE 'CASHDIFF' TO WS-Alert-Event-Code
    MOVE SPACES TO WS-Alert-Text
    STRING 'Cash drawer ' DELIMITED BY SIZE
        WS-Desk-Currency DELIMITED BY SIZE
        ' count out on ' DELIMITED BY SIZE
        WS-Diff-Lines DELIMITED BY SIZE
        ' denomination(s), net ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-Money-Disp) DELIMITED BY SIZE
        INTO WS-Alert-Text
    CALL 'WTM-ALERT' USING WS-Alert-Severity, WS-Alert-Source, WS-Alert-Event-Code, WS-Alert-Text
END-IF.

WRITE-RECON-SECT.
MOVE 0 TO WS-Diff-Lines.
MOVE 0 TO WS-Book-Value.
MOVE 0 TO WS-Counted-Value.
MOVE 0 TO WS-Recon-Lines.
MOVE SPACES TO WS-Cash-Recon-Name.
STRING 'WTM-CASH-RECON-' DELIMITED BY SIZE
    WS-Today DELIMITED BY SIZE
    '.TXT' DELIMITED BY SIZE
    INTO WS-Cash-Recon-Name.
SET Recon-File-New TO FALSE.
OPEN EXTEND Cash-Recon-File.
IF WS-Cash-Recon-Status = "35" THEN
    OPEN OUTPUT Cash-Recon-File
    SET Recon-File-New TO TRUE
END-IF.
IF WS-Cash-Recon-Status NOT = "00" THEN
    DISPLAY 'WARNING: could not write ', FUNCTION TRIM(WS-Cash-Recon-Name), ', file status ', WS-Cash-Recon-Status
END-IF.
MOVE SPACES TO Cash-Recon-Line.
STRING 'WTM CASH DESK - END-OF-DAY DRAWER COUNT  ' DELIMITED BY SIZE
    WS-Desk-Currency DELIMITED BY SIZE
    '  ' DELIMITED BY SIZE
    WS-Today DELIMITED BY SIZE
    ' ' DELIMITED BY SIZE
    FUNCTION CURRENT-DATE(9:6) DELIMITED BY SIZE
    '  COUNTED BY ' DELIMITED BY SIZE
    WS-Operator DELIMITED BY SIZE
    INTO Cash-Recon-Line.
PERFORM WRITE-RECON-LINE-SECT.
MOVE '  DENOMINATION KIND       BOOK    COUNTED       DIFF      VALUE DIFF' TO Cash-Recon-Line.
PERFORM WRITE-RECON-LINE-SECT.
PERFORM VARYING WS-Dsk-Idx FROM 1 BY 1 UNTIL WS-Dsk-Idx > WS-Desk-Count
    IF (WS-Dsk-Currency(WS-Dsk-Idx) = WS-Desk-Currency)
        AND ((WS-Dsk-Configured(WS-Dsk-Idx) = "Y") OR (WS-Dsk-On-Hand(WS-Dsk-Idx) > 0)) THEN
        PERFORM RECON-ONE-DENOMINATION-SECT
    END-IF
END-PERFORM.
COMPUTE WS-Net-Diff-Value = WS-Counted-Value - WS-Book-Value.
MOVE 0 TO WS-Net-Diff-Dollars.
IF WS-Desk-Rate > 0 THEN
    COMPUTE WS-Net-Diff-Dollars ROUNDED = WS-Net-Diff-Value / WS-Desk-Rate
END-IF.
MOVE WS-Book-Value TO WS-Money-Disp.
MOVE WS-Counted-Value TO WS-Money-Disp-2.
MOVE SPACES TO Cash-Recon-Line.
STRING '  BOOK VALUE ' DELIMITED BY SIZE
    WS-Money-Disp DELIMITED BY SIZE
    '   COUNTED VALUE ' DELIMITED BY SIZE
    WS-Money-Disp-2 DELIMITED BY SIZE
    INTO Cash-Recon-Line.
PERFORM WRITE-RECON-LINE-SECT.
MOVE SPACES TO Cash-Recon-Line.
IF WS-Diff-Lines = 0 THEN
    MOVE '  DRAWER AGREES WITH THE BOOK' TO Cash-Recon-Line
ELSE
    MOVE WS-Net-Diff-Value TO WS-Money-Disp
    IF WS-Net-Diff-Value < 0 THEN
        MOVE 'SHORT' TO WS-Flag-Text
    ELSE
        MOVE 'OVER ' TO WS-Flag-Text
    END-IF
    IF WS-Net-Diff-Value = 0 THEN
        MOVE 'OFFSET' TO WS-Flag-Text
    END-IF
    STRING '  DRAWER ' DELIMITED BY SIZE
        WS-Flag-Text DELIMITED BY SPACE
        ' NET ' DELIMITED BY SIZE
        WS-Money-Disp DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-Desk-Currency DELIMITED BY SIZE
        ' ON ' DELIMITED BY SIZE
        WS-Diff-Lines DELIMITED BY SIZE
        ' DENOMINATION(S)' DELIMITED BY SIZE
        INTO Cash-Recon-Line
    PERFORM WRITE-RECON-LINE-SECT
    MOVE WS-Net-Diff-Dollars TO WS-Money-Disp
    MOVE WS-Desk-Rate TO WS-Rate-Disp
    MOVE SPACES TO Cash-Recon-Line
    IF WS-Desk-Rate = 0 THEN
        MOVE '  DOLLAR EQUIVALENT NOT PRICED - NO RATE IN FORCE' TO Cash-Recon-Line
    ELSE
        STRING '  DOLLAR EQUIVALENT AT ' DELIMITED BY SIZE
            FUNCTION TRIM(WS-Rate-Disp) DELIMITED BY SIZE
            ' $' DELIMITED BY SIZE
            FUNCTION TRIM(WS-Money-Disp) DELIMITED BY SIZE
            INTO Cash-Recon-Line
    END-IF
END-IF.
PERFORM WRITE-RECON-LINE-SECT.
MOVE SPACES TO Cash-Recon-Line.
PERFORM WRITE-RECON-LINE-SECT.
IF WS-Cash-Recon-Status = "00" THEN
    CLOSE Cash-Recon-File
    IF Recon-File-New THEN
        PERFORM CATALOG-RECON-SECT
    END-IF
END-IF.

RECON-ONE-DENOMINATION-SECT.
COMPUTE WS-Diff-Pieces = WS-Dsk-Counted(WS-Dsk-Idx) - WS-Dsk-On-Hand(WS-Dsk-Idx).
COMPUTE WS-Diff-Value = WS-Diff-Pieces * WS-Dsk-Denom(WS-Dsk-Idx).
COMPUTE WS-Book-Value = WS-Book-Value + (WS-Dsk-On-Hand(WS-Dsk-Idx) * WS-Dsk-Denom(WS-Dsk-Idx)).
COMPUTE WS-Counted-Value = WS-Counted-Value + (WS-Dsk-Counted(WS-Dsk-Idx) * WS-Dsk-Denom(WS-Dsk-Idx)).
MOVE SPACES TO WS-Flag-Text.
IF WS-Diff-Pieces > 0 THEN
    MOVE 'OVER ' TO WS-Flag-Text
    ADD 1 TO WS-Diff-Lines
END-IF.
IF WS-Diff-Pieces < 0 THEN
    MOVE 'SHORT' TO WS-Flag-Text
    ADD 1 TO WS-Diff-Lines
END-IF.
PERFORM KIND-TEXT-SECT.
MOVE WS-Dsk-Denom(WS-Dsk-Idx) TO WS-Denom-Disp.
MOVE WS-Dsk-On-Hand(WS-Dsk-Idx) TO WS-Pieces-Disp.
MOVE SPACES TO Cash-Recon-Line.
STRING '  ' DELIMITED BY SIZE
    WS-Denom-Disp DELIMITED BY SIZE
    '    ' DELIMITED BY SIZE
    WS-Kind-Text DELIMITED BY SIZE
    ' ' DELIMITED BY SIZE
    WS-Pieces-Disp DELIMITED BY SIZE
    INTO Cash-Recon-Line.
MOVE WS-Dsk-Counted(WS-Dsk-Idx) TO WS-Pieces-Disp.
MOVE WS-Pieces-Disp TO Cash-Recon-Line(32:9).
MOVE WS-Diff-Pieces TO WS-Diff-Disp.
MOVE WS-Diff-Disp TO Cash-Recon-Line(42:10).
MOVE WS-Diff-Value TO WS-Money-Disp.
MOVE WS-Money-Disp TO Cash-Recon-Line(53:15).
MOVE WS-Flag-Text TO Cash-Recon-Line(70:5).
PERFORM WRITE-RECON-LINE-SECT.

WRITE-RECON-LINE-SECT.
DISPLAY Cash-Recon-Line(1:80).
IF WS-Cash-Recon-Status = "00" THEN
    WRITE Cash-Recon-Line
    ADD 1 TO WS-Recon-Lines
END-IF.

CATALOG-RECON-SECT.
MOVE 'CASHRECN' TO Gen-Family.
MOVE WS-Cash-Recon-Name TO Gen-File-Name.
MOVE WS-Today TO Gen-Date.
MOVE WS-Recon-Lines TO Gen-Record-Count.
OPEN EXTEND Report-Catalog-File.
IF WS-Report-Catalog-Status = "35" THEN
    OPEN OUTPUT Report-Catalog-File
END-IF.
IF WS-Report-Catalog-Status = "00" THEN
    WRITE Report-Catalog-Record
    SET Rjn-After-Image TO TRUE
    MOVE 'WTM-REPORT-CATALOG.DAT' TO WS-Rjn-File-Name
    MOVE Report-Catalog-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    CLOSE Report-Catalog-File
END-IF.

DISPLAY-DRAWER-SECT.
MOVE SPACES TO WS-Desk-Currency.
PERFORM VARYING WS-Dsk-Idx FROM 1 BY 1 UNTIL WS-Dsk-Idx > WS-Desk-Count
    IF WS-Dsk-On-Hand(WS-Dsk-Idx) > 0 THEN
        IF WS-Dsk-Currency(WS-Dsk-Idx) NOT = WS-Desk-Currency THEN
            MOVE WS-Dsk-Currency(WS-Dsk-Idx) TO WS-Desk-Currency
            DISPLAY WS-Desk-Currency, ' drawer:'
        END-IF
        PERFORM KIND-TEXT-SECT
        MOVE WS-Dsk-Denom(WS-Dsk-Idx) TO WS-Denom-Disp
        MOVE WS-Dsk-On-Hand(WS-Dsk-Idx) TO WS-Pieces-Disp
        COMPUTE WS-Line-Value = WS-Dsk-On-Hand(WS-Dsk-Idx) * WS-Dsk-Denom(WS-Dsk-Idx)
        MOVE WS-Line-Value TO WS-Money-Disp
        DISPLAY '  ', WS-Pieces-Disp, ' x ', WS-Denom-Disp, ' ', WS-Kind-Text, '  = ', WS-Money-Disp,
            '   last counted ', WS-Dsk-Last-Count(WS-Dsk-Idx)
    END-IF
END-PERFORM.
IF WS-Desk-Currency = SPACES THEN
    DISPLAY 'The drawer is empty.'
END-IF.

KIND-TEXT-SECT.
IF WS-Dsk-Kind(WS-Dsk-Idx) = "C" THEN
    MOVE 'coin' TO WS-Kind-Text
ELSE
    MOVE 'note' TO WS-Kind-Text
END-IF.

WRITE-MOVE-SECT.
*> One movement row for the entry at WS-Dsk-Idx, WS-Diff-Pieces
*> pieces in (out when negative).
IF WS-Cash-Move-Status NOT = "00" THEN
    DISPLAY 'WARNING: could not write WTM-CASH-MOVES.DAT, file status ', WS-Cash-Move-Status
    EXIT PARAGRAPH
END-IF.
MOVE WS-Today TO Cmv-Date.
MOVE WS-Move-Time TO Cmv-Time.
MOVE WS-Operator TO Cmv-Operator-ID.
MOVE WS-Move-Type TO Cmv-Type.
MOVE WS-Desk-Currency TO Cmv-Currency.
MOVE WS-Dsk-Denom(WS-Dsk-Idx) TO Cmv-Denomination.
MOVE WS-Diff-Pieces TO Cmv-Pieces.
COMPUTE Cmv-Value = WS-Diff-Pieces * WS-Dsk-Denom(WS-Dsk-Idx).
MOVE WS-Dollar-Amount TO Cmv-Dollar-Amount.
MOVE WS-Desk-Rate TO Cmv-Rate.
WRITE Cash-Move-Record.
SET Rjn-After-Image TO TRUE.
MOVE 'WTM-CASH-MOVES.DAT' TO WS-Rjn-File-Name.
MOVE Cash-Move-Record TO WS-Rjn-Record.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.

REWRITE-DRAWER-SECT.
*> Every row with pieces on hand, or ever counted or moved, so the
*> last count date survives an empty drawer.
OPEN OUTPUT Cash-Drawer-File.
IF WS-Cash-Drawer-Status NOT = "00" THEN
    DISPLAY 'CASH DESK: could not rewrite WTM-CASH-DRAWER.DAT, file status ', WS-Cash-Drawer-Status
    DISPLAY 'The movement log holds what was booked - restore the drawer from it before the next sale.'
    SET Drawer-Locked TO TRUE
    MOVE 12 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF.
PERFORM VARYING WS-Dsk-Idx FROM 1 BY 1 UNTIL WS-Dsk-Idx > WS-Desk-Count
    IF (WS-Dsk-On-Hand(WS-Dsk-Idx) > 0) OR (WS-Dsk-Last-Move(WS-Dsk-Idx) > 0)
        OR (WS-Dsk-Last-Count(WS-Dsk-Idx) > 0) THEN
        MOVE WS-Dsk-Currency(WS-Dsk-Idx) TO Drw-Currency
        MOVE WS-Dsk-Denom(WS-Dsk-Idx) TO Drw-Denomination
        MOVE WS-Dsk-Kind(WS-Dsk-Idx) TO Drw-Kind
        MOVE WS-Dsk-On-Hand(WS-Dsk-Idx) TO Drw-On-Hand
        MOVE WS-Dsk-Last-Move(WS-Dsk-Idx) TO Drw-Last-Move-Date
        MOVE WS-Dsk-Last-Count(WS-Dsk-Idx) TO Drw-Last-Count-Date
        WRITE Cash-Drawer-Record
    END-IF
END-PERFORM.
CLOSE Cash-Drawer-File.
SET Rjn-File-Image TO TRUE.
MOVE 'WTM-CASH-DRAWER.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
SET File-Ctl-Register TO TRUE.
MOVE 'WTM-CASH-DRAWER.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.

ACCEPT-AMOUNT-SECT.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    ACCEPT WS-Numeric-Input
    MOVE FUNCTION TEST-NUMVAL(WS-Numeric-Input) TO WS-Test-Numval
    IF WS-Test-Numval NOT = 0 THEN
        DISPLAY 'INPUT ERROR: that is not a valid amount. Please re-enter.'
    ELSE
        IF FUNCTION NUMVAL(WS-Numeric-Input) < 0 THEN
            DISPLAY 'INPUT ERROR: the amount cannot be negative. Please re-enter.'
        ELSE
            COMPUTE WS-Accept-Amount = FUNCTION NUMVAL(WS-Numeric-Input)
                ON SIZE ERROR
                    DISPLAY 'INPUT ERROR: the desk accepts up to $99999999.99. Please re-enter.'
                NOT ON SIZE ERROR
                    MOVE "Y" TO WS-Input-Valid
            END-COMPUTE
        END-IF
    END-IF
END-PERFORM.

ACCEPT-PIECES-SECT.
MOVE "N" TO WS-Input-Valid.
PERFORM UNTIL Input-Valid
    ACCEPT WS-Numeric-Input
    IF WS-Numeric-Input = SPACES THEN
        MOVE "0" TO WS-Numeric-Input
    END-IF
    MOVE FUNCTION TEST-NUMVAL(WS-Numeric-Input) TO WS-Test-Numval
    IF (WS-Test-Numval NOT = 0) OR (FUNCTION NUMVAL(WS-Numeric-Input) < 0)
        OR (FUNCTION NUMVAL(WS-Numeric-Input) NOT = FUNCTION INTEGER(FUNCTION NUMVAL(WS-Numeric-Input))) THEN
        DISPLAY 'INPUT ERROR: enter a whole number of pieces. Please re-enter.'
    ELSE
        COMPUTE WS-Accept-Pieces = FUNCTION NUMVAL(WS-Numeric-Input)
            ON SIZE ERROR
                DISPLAY 'INPUT ERROR: that is more pieces than the drawer can record. Please re-enter.'
            NOT ON SIZE ERROR
                MOVE "Y" TO WS-Input-Valid
        END-COMPUTE
    END-IF
END-PERFORM.

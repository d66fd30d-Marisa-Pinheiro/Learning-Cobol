       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVMATCH.

      *Three-way match for the pet store's vendor invoices: each
      *line keyed off the vendor's invoice onto VENDORINVOICES.DAT
      *is held against the purchase order PURCHORDER raised (what
      *was ordered, at what price) and the receipts PETSTORE has
      *posted to that order (what actually came in).  A line that
      *agrees -- same vendor and item as the order, billed quantity
      *(with everything already vouchered on the order) within
      *both the ordered and the received quantity, and the price
      *within tolerance of the order's -- is approved for payment
      *as a voucher appended to APVOUCHERS.DAT.  Anything else goes
      *to the disputes report for accounts payable to take up with
      *the vendor: over-billing, billing for goods not yet
      *received, price differences, and lines that cannot be tied
      *to an order at all.  The run ends with the open-payables
      *listing by vendor, every open voucher with its due date.
      *Runs after the nightly sales run has posted the day's
      *receipts; no invoice file just means nothing was keyed today
      *and the listing still prints.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDORINVOICES ASSIGN TO "VENDORINVOICES.DAT"
               FILE STATUS IS WS-INVOICE-CHECK-KEY
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT VENDORMASTER ASSIGN TO "VENDORMASTER.DAT"
           FILE STATUS IS WS-VENDOR-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PURCHORDERS ASSIGN TO "PURCHORDERS.DAT"
           FILE STATUS IS WS-PO-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT APVOUCHERS ASSIGN TO "APVOUCHERS.DAT"
           FILE STATUS IS WS-VOUCHER-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DISPUTEREPORT ASSIGN TO "INVOICEDISPUTES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PAYABLESREPORT ASSIGN TO "OPENPAYABLES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Site processing-date control file.  A missing file falls
      *back to the system clock.
       SELECT RUNDATEFILE ASSIGN TO "RUNDATE.DAT"
           FILE STATUS IS WS-RUNDATE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *One line per invoice line as billed.  The payment terms are
      *days from the invoice date; blank means the standard terms.
       FD VENDORINVOICES.
       01 VENDORINVOICERECORD.
            88 ENDOFINVOICES        VALUE HIGH-VALUES.
          05 IV-INVOICE-NUMBER   PIC X(10).
          05 IV-VENDOR-ID        PIC 9(5).
          05 IV-PO-NUMBER        PIC 9(7).
          05 IV-SKU              PIC 9(7).
          05 IV-QTY-BILLED       PIC 9(7).
          05 IV-UNIT-PRICE       PIC 9(5)V99.
          05 IV-INVOICE-DATE     PIC 9(8).
          05 IV-TERMS-DAYS       PIC 9(3).

       FD VENDORMASTER.
       01 VENDORRECORD.
            88 ENDOFVENDORS         VALUE HIGH-VALUES.
          05 VM-SKU              PIC 9(7).
          05 VM-VENDOR-ID        PIC 9(5).
          05 VM-VENDOR-NAME      PIC X(20).
          05 VM-ORDER-UP-TO      PIC 9(7).
          05 VM-UNIT-COST        PIC 9(5)V99.

       FD PURCHORDERS.
       01 PURCHORDERRECORD.
            88 ENDOFORDERS          VALUE HIGH-VALUES.
          05 PO-NUMBER           PIC 9(7).
          05 PO-VENDOR-ID        PIC 9(5).
          05 PO-STORE            PIC 9(2).
          05 PO-SKU              PIC 9(7).
          05 PO-QTY-ORDERED      PIC 9(7).
          05 PO-QTY-RECEIVED     PIC 9(7).
          05 PO-ORDER-DATE       PIC 9(8).
          05 PO-STATUS           PIC X.
          05 PO-UNIT-COST        PIC 9(5)V99.

       FD APVOUCHERS.
           COPY APVOUCH.
      *(AP-VOUCHER-RECORD, from copybooks/APVOUCH.CPY)

       FD DISPUTEREPORT.
       01 DISPUTE-PRINT-LINE     PIC X(132).

       FD PAYABLESREPORT.
       01 PAYABLES-PRINT-LINE    PIC X(132).

       FD RUNDATEFILE.
       01 RUNDATERECORD.
            02 RD-PROCESSING-DATE   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-INVOICE-CHECK-KEY   PIC XX.
       01 WS-VENDOR-CHECK-KEY    PIC XX.
       01 WS-PO-CHECK-KEY        PIC XX.
       01 WS-VOUCHER-CHECK-KEY   PIC XX.
       01 WS-RUNDATE-CHECK-KEY   PIC XX.
       01 WS-RUN-DATE            PIC 9(8)           VALUE ZERO.

      *A billed price may stray this far from the order's price
      *(either way) and still pay; quantities must agree exactly.
      *Terms apply when the invoice line carries none.
       01 WS-MATCH-TERMS.
          05 WS-PRICE-TOLERANCE-PCT PIC V9999       VALUE .0200.
          05 WS-DEFAULT-TERMS-DAYS  PIC 9(3)        VALUE 30.

      *Vendor names off the vendor master, for the listing.  The
      *master runs one line per item, so a vendor appears once for
      *every item it supplies; the first line found names it.
       01 WS-VENDOR-COUNT        PIC 9(4)           VALUE ZERO.
       01 WS-VENDOR-TABLE.
          05 WS-VENDOR-ENTRY OCCURS 1000 TIMES
                INDEXED BY VND-IDX.
             10 WS-VND-VENDOR-ID   PIC 9(5)         VALUE ZERO.
             10 WS-VND-VENDOR-NAME PIC X(20)        VALUE SPACES.
       01 WS-VENDOR-NAME         PIC X(20)          VALUE SPACES.

      *Every purchase order, open or closed -- an order closed by
      *its last delivery is exactly the one whose invoice arrives
      *next -- with the quantity already vouchered against it.
       01 WS-PO-COUNT            PIC 999            VALUE ZERO.
       01 WS-PO-TABLE.
          05 WS-PO-ENTRY OCCURS 500 TIMES
                INDEXED BY PO-IDX.
             10 WS-PO-NUMBER        PIC 9(7)        VALUE ZERO.
             10 WS-PO-VENDOR-ID     PIC 9(5)        VALUE ZERO.
             10 WS-PO-SKU           PIC 9(7)        VALUE ZERO.
             10 WS-PO-QTY-ORDERED   PIC 9(7)        VALUE ZERO.
             10 WS-PO-QTY-RECEIVED  PIC 9(7)        VALUE ZERO.
             10 WS-PO-UNIT-COST     PIC 9(5)V99     VALUE ZERO.
             10 WS-PO-QTY-BILLED    PIC 9(8)        VALUE ZERO.
       01 WS-PO-FOUND-FLAG       PIC X              VALUE "N".
          88 PO-FOUND                               VALUE "Y".
       01 WS-FIND-PO-NUMBER      PIC 9(7)           VALUE ZERO.

      *The voucher file as it stood, plus this run's approvals:
      *the open ones make the payables listing, and every one of
      *them guards against the same invoice line paying twice.
       01 WS-VOUCHER-FILE-FLAG   PIC X              VALUE "N".
          88 VOUCHER-FILE-EXISTS                    VALUE "Y".
       01 WS-VOUCHER-EOF-FLAG    PIC X              VALUE "N".
          88 VOUCHERS-AT-EOF                        VALUE "Y".
       01 WS-NEXT-VOUCHER-NUMBER PIC 9(7)           VALUE ZERO.
       01 WS-VOUCHER-COUNT       PIC 9(4)           VALUE ZERO.
       01 WS-VOUCHER-TABLE.
          05 WS-VOUCHER-ENTRY OCCURS 2000 TIMES
                INDEXED BY VCH-IDX.
             10 WS-VCH-VENDOR-ID    PIC 9(5)        VALUE ZERO.
             10 WS-VCH-INVOICE      PIC X(10)       VALUE SPACES.
             10 WS-VCH-PO-NUMBER    PIC 9(7)        VALUE ZERO.
             10 WS-VCH-SKU          PIC 9(7)        VALUE ZERO.
             10 WS-VCH-INVOICE-DATE PIC 9(8)        VALUE ZERO.
             10 WS-VCH-DUE-DATE     PIC 9(8)        VALUE ZERO.
             10 WS-VCH-AMOUNT       PIC 9(9)V99     VALUE ZERO.
             10 WS-VCH-STATUS       PIC X           VALUE SPACE.
             10 WS-VCH-LISTED       PIC X           VALUE "N".
                88 VCH-ALREADY-LISTED               VALUE "Y".
       01 WS-DUPLICATE-FLAG      PIC X              VALUE "N".
          88 LINE-ALREADY-VOUCHERED                 VALUE "Y".

       01 WS-MATCH-FIELDS.
          05 WS-DISPUTE-REASON   PIC X(30)          VALUE SPACES.
          05 WS-BILLED-TO-DATE   PIC 9(9)           VALUE ZERO.
          05 WS-PRICE-VARIANCE   PIC S9(5)V99       VALUE ZERO.
          05 WS-PRICE-ALLOWANCE  PIC 9(5)V9(4)      VALUE ZERO.
          05 WS-TERMS-DAYS       PIC 9(3)           VALUE ZERO.
          05 WS-DATE-INT         PIC 9(8)           VALUE ZERO.

       01 WS-LISTING-FIELDS.
          05 WS-LIST-VENDOR-ID   PIC 9(5)           VALUE ZERO.
          05 WS-LIST-DONE-FLAG   PIC X              VALUE "N".
             88 LISTING-DONE                        VALUE "Y".
          05 WS-VENDOR-TOTAL     PIC 9(11)V99       VALUE ZERO.
          05 WS-PAYABLES-TOTAL   PIC 9(11)V99       VALUE ZERO.
          05 WS-PAST-DUE-TOTAL   PIC 9(11)V99       VALUE ZERO.

       01 WS-MATCH-COUNTS.
          05 WS-LINES-READ       PIC 9(5)           VALUE ZERO.
          05 WS-LINES-APPROVED   PIC 9(5)           VALUE ZERO.
          05 WS-LINES-DISPUTED   PIC 9(5)           VALUE ZERO.
          05 WS-APPROVED-DOLLARS PIC 9(11)V99       VALUE ZERO.
          05 WS-OPEN-VOUCHERS    PIC 9(5)           VALUE ZERO.

       01 DISPUTE-HEADING-LINE.
          05 FILLER              PIC X(45)          VALUE SPACES.
          05 FILLER              PIC X(24)          VALUE
                'VENDOR INVOICE DISPUTES'.
          05 FILLER              PIC X(6)           VALUE SPACES.
          05 DH-RUN-DATE         PIC 9(8).

       01 DISPUTE-COLUMN-LINE.
          05 FILLER              PIC X(12)          VALUE 'INVOICE'.
          05 FILLER              PIC X(7)           VALUE 'VENDOR'.
          05 FILLER              PIC X(9)           VALUE 'ORDER'.
          05 FILLER              PIC X(9)           VALUE 'SKU'.
          05 FILLER              PIC X(9)           VALUE
                '   BILLED'.
          05 FILLER              PIC X(10)          VALUE
                '     PRICE'.
          05 FILLER              PIC X(11)          VALUE
                '    ORDERED'.
          05 FILLER              PIC X(10)          VALUE
                '  RECEIVED'.
          05 FILLER              PIC X(11)          VALUE
                '   PO PRICE'.
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 FILLER              PIC X(30)          VALUE 'REASON'.

       01 DISPUTE-DETAIL-LINE.
          05 DP-INVOICE-NUMBER   PIC X(10).
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 DP-VENDOR-ID        PIC X(5).
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 DP-PO-NUMBER        PIC X(7).
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 DP-SKU              PIC X(7).
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 DP-QTY-BILLED       PIC Z,ZZZ,ZZ9.
          05 FILLER              PIC X(1)           VALUE SPACES.
          05 DP-UNIT-PRICE       PIC ZZ,ZZ9.99.
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 DP-QTY-ORDERED      PIC Z,ZZZ,ZZ9 BLANK WHEN ZERO.
          05 FILLER              PIC X(1)           VALUE SPACES.
          05 DP-QTY-RECEIVED     PIC Z,ZZZ,ZZ9 BLANK WHEN ZERO.
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 DP-PO-PRICE         PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 DP-REASON           PIC X(30).

       01 PAYABLES-HEADING-LINE.
          05 FILLER              PIC X(45)          VALUE SPACES.
          05 FILLER              PIC X(24)          VALUE
                'OPEN PAYABLES BY VENDOR'.
          05 FILLER              PIC X(6)           VALUE SPACES.
          05 PH-RUN-DATE         PIC 9(8).

       01 PAYABLES-VENDOR-LINE.
          05 FILLER              PIC X(7)           VALUE 'VENDOR '.
          05 PV-VENDOR-ID        PIC 9(5).
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 PV-VENDOR-NAME      PIC X(20).

       01 PAYABLES-COLUMN-LINE.
          05 FILLER              PIC X(5)           VALUE SPACES.
          05 FILLER              PIC X(12)          VALUE 'INVOICE'.
          05 FILLER              PIC X(9)           VALUE 'ORDER'.
          05 FILLER              PIC X(9)           VALUE 'SKU'.
          05 FILLER              PIC X(10)          VALUE
                'INV DATE'.
          05 FILLER              PIC X(10)          VALUE
                'DUE DATE'.
          05 FILLER              PIC X(13)          VALUE
                '       AMOUNT'.

       01 PAYABLES-DETAIL-LINE.
          05 FILLER              PIC X(5)           VALUE SPACES.
          05 PD-INVOICE-NUMBER   PIC X(10).
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 PD-PO-NUMBER        PIC 9(7).
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 PD-SKU              PIC 9(7).
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 PD-INVOICE-DATE     PIC 9(8).
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 PD-DUE-DATE         PIC 9(8).
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 PD-AMOUNT           PIC $$,$$$,$$9.99.
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 PD-PAST-DUE         PIC X(8).

       01 PAYABLES-TOTAL-LINE.
          05 FILLER              PIC X(5)           VALUE SPACES.
          05 PT-LABEL            PIC X(30).
          05 FILLER              PIC X(15)          VALUE SPACES.
          05 PT-AMOUNT           PIC $$$,$$$,$$$,$$9.99.

       01 NONE-FOUND-LINE.
          05 FILLER              PIC X(5)           VALUE SPACES.
          05 FILLER              PIC X(10)          VALUE
                'NONE FOUND'.

       01 FOOTING-LINE.
          05 FILLER              PIC X(5)           VALUE SPACES.
          05 FL-LABEL            PIC X(30).
          05 FL-COUNT            PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0100-MATCH-INVOICES.
           PERFORM 0061-GET-PROCESSING-DATE.
           PERFORM 0050-LOAD-VENDOR-NAMES.
           PERFORM 0060-LOAD-PURCHORDERS.
           PERFORM 0070-LOAD-VOUCHERS.
           OPEN OUTPUT DISPUTEREPORT.
           MOVE WS-RUN-DATE TO DH-RUN-DATE.
           WRITE DISPUTE-PRINT-LINE FROM DISPUTE-HEADING-LINE
               AFTER ADVANCING PAGE.
           WRITE DISPUTE-PRINT-LINE FROM DISPUTE-COLUMN-LINE
               AFTER ADVANCING 2 LINES.
           OPEN INPUT VENDORINVOICES.
           IF WS-INVOICE-CHECK-KEY = "00"
               IF VOUCHER-FILE-EXISTS
                   OPEN EXTEND APVOUCHERS
               ELSE
                   OPEN OUTPUT APVOUCHERS
               END-IF
               PERFORM 0110-READ-INVOICE
               PERFORM 0200-MATCH-ONE-LINE UNTIL ENDOFINVOICES
               CLOSE VENDORINVOICES, APVOUCHERS
           ELSE
               DISPLAY "No VENDORINVOICES.DAT, status ",
                       WS-INVOICE-CHECK-KEY, " - nothing to match"
           END-IF.
           IF WS-LINES-DISPUTED = ZERO
               WRITE DISPUTE-PRINT-LINE FROM NONE-FOUND-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE "INVOICE LINES READ" TO FL-LABEL.
           MOVE WS-LINES-READ TO FL-COUNT.
           WRITE DISPUTE-PRINT-LINE FROM FOOTING-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "LINES APPROVED FOR PAYMENT" TO FL-LABEL.
           MOVE WS-LINES-APPROVED TO FL-COUNT.
           WRITE DISPUTE-PRINT-LINE FROM FOOTING-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "LINES DISPUTED" TO FL-LABEL.
           MOVE WS-LINES-DISPUTED TO FL-COUNT.
           WRITE DISPUTE-PRINT-LINE FROM FOOTING-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE DISPUTEREPORT.
           PERFORM 0500-PRINT-OPEN-PAYABLES.
           PERFORM 9000-END-PROGRAM.
       0100-END.

       0050-LOAD-VENDOR-NAMES.
           OPEN INPUT VENDORMASTER.
           IF WS-VENDOR-CHECK-KEY NOT = "00"
               DISPLAY "Non-zero file status: ",
                       WS-VENDOR-CHECK-KEY, " on VENDORMASTER.DAT"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0055-LOAD-ONE-VENDOR UNTIL ENDOFVENDORS.
           CLOSE VENDORMASTER.
       0050-END.

       0055-LOAD-ONE-VENDOR.
           READ VENDORMASTER
               AT END SET ENDOFVENDORS TO TRUE
               NOT AT END
                   IF VENDORRECORD NOT = SPACES
                       PERFORM 0056-NOTE-VENDOR-NAME
                   END-IF
           END-READ.
       0055-END.

       0056-NOTE-VENDOR-NAME.
           SET VND-IDX TO 1.
           SEARCH WS-VENDOR-ENTRY
               AT END
                   DISPLAY "Vendor table full at 1000 entries, "
                           "ignoring ", VM-VENDOR-ID
               WHEN VND-IDX > WS-VENDOR-COUNT
                   ADD 1 TO WS-VENDOR-COUNT
                   MOVE VM-VENDOR-ID TO WS-VND-VENDOR-ID(VND-IDX)
                   MOVE VM-VENDOR-NAME TO WS-VND-VENDOR-NAME(VND-IDX)
               WHEN WS-VND-VENDOR-ID(VND-IDX) = VM-VENDOR-ID
                   CONTINUE
           END-SEARCH.
       0056-END.

      *The order file as PETSTORE last left it, receipts applied.
      *No order file means nothing has been ordered, and every
      *invoice line will dispute for want of an order.
       0060-LOAD-PURCHORDERS.
           OPEN INPUT PURCHORDERS.
           IF WS-PO-CHECK-KEY = "00"
               PERFORM 0065-LOAD-ONE-ORDER UNTIL ENDOFORDERS
               CLOSE PURCHORDERS
           END-IF.
       0060-END.

       0065-LOAD-ONE-ORDER.
           READ PURCHORDERS
               AT END SET ENDOFORDERS TO TRUE
               NOT AT END
                   IF PURCHORDERRECORD NOT = SPACES
                       IF WS-PO-COUNT < 500
                           ADD 1 TO WS-PO-COUNT
                           SET PO-IDX TO WS-PO-COUNT
                           MOVE PO-NUMBER TO WS-PO-NUMBER(PO-IDX)
                           MOVE PO-VENDOR-ID
                               TO WS-PO-VENDOR-ID(PO-IDX)
                           MOVE PO-SKU TO WS-PO-SKU(PO-IDX)
                           MOVE PO-QTY-ORDERED
                               TO WS-PO-QTY-ORDERED(PO-IDX)
                           MOVE PO-QTY-RECEIVED
                               TO WS-PO-QTY-RECEIVED(PO-IDX)
                           IF PO-UNIT-COST NUMERIC
                               MOVE PO-UNIT-COST
                                   TO WS-PO-UNIT-COST(PO-IDX)
                           END-IF
                       ELSE
                           DISPLAY "Purchase-order table full at "
                                   "500 entries, ignoring ",
                                   PO-NUMBER
                       END-IF
                   END-IF
           END-READ.
       0065-END.

      *Everything already vouchered: the highest voucher number in
      *use, what each order has been billed so far, and the open
      *vouchers still waiting to be paid.
       0070-LOAD-VOUCHERS.
           OPEN INPUT APVOUCHERS.
           IF WS-VOUCHER-CHECK-KEY = "00"
               SET VOUCHER-FILE-EXISTS TO TRUE
               PERFORM 0075-LOAD-ONE-VOUCHER UNTIL VOUCHERS-AT-EOF
               CLOSE APVOUCHERS
           END-IF.
       0070-END.

       0075-LOAD-ONE-VOUCHER.
           READ APVOUCHERS
               AT END SET VOUCHERS-AT-EOF TO TRUE
               NOT AT END
                   IF AP-VOUCHER-RECORD NOT = SPACES
                       IF VC-VOUCHER-NUMBER > WS-NEXT-VOUCHER-NUMBER
                           MOVE VC-VOUCHER-NUMBER
                               TO WS-NEXT-VOUCHER-NUMBER
                       END-IF
                       MOVE VC-PO-NUMBER TO WS-FIND-PO-NUMBER
                       PERFORM 0215-FIND-ORDER
                       IF PO-FOUND
                           ADD VC-QUANTITY
                               TO WS-PO-QTY-BILLED(PO-IDX)
                       END-IF
                       PERFORM 0080-TABLE-VOUCHER
                   END-IF
           END-READ.
       0075-END.

      *Into the voucher table from the AP-VOUCHER-RECORD fields.
       0080-TABLE-VOUCHER.
           IF WS-VOUCHER-COUNT < 2000
               ADD 1 TO WS-VOUCHER-COUNT
               SET VCH-IDX TO WS-VOUCHER-COUNT
               MOVE VC-VENDOR-ID TO WS-VCH-VENDOR-ID(VCH-IDX)
               MOVE VC-INVOICE-NUMBER TO WS-VCH-INVOICE(VCH-IDX)
               MOVE VC-PO-NUMBER TO WS-VCH-PO-NUMBER(VCH-IDX)
               MOVE VC-SKU TO WS-VCH-SKU(VCH-IDX)
               MOVE VC-INVOICE-DATE TO WS-VCH-INVOICE-DATE(VCH-IDX)
               MOVE VC-DUE-DATE TO WS-VCH-DUE-DATE(VCH-IDX)
               MOVE VC-AMOUNT TO WS-VCH-AMOUNT(VCH-IDX)
               MOVE VC-STATUS TO WS-VCH-STATUS(VCH-IDX)
           ELSE
               DISPLAY "Voucher table full at 2000 entries, not "
                       "listing voucher ", VC-VOUCHER-NUMBER
           END-IF.
       0080-END.

       0110-READ-INVOICE.
           READ VENDORINVOICES
               AT END SET ENDOFINVOICES TO TRUE
           END-READ.
           IF NOT ENDOFINVOICES AND VENDORINVOICERECORD = SPACES
               GO TO 0110-READ-INVOICE
           END-IF.
       0110-END.

       0200-MATCH-ONE-LINE.
           ADD 1 TO WS-LINES-READ.
           MOVE SPACES TO WS-DISPUTE-REASON.
           MOVE "N" TO WS-PO-FOUND-FLAG.
           PERFORM 0210-CHECK-INVOICE-LINE THRU 0210-END.
           IF WS-DISPUTE-REASON = SPACES
               PERFORM 0300-WRITE-VOUCHER
           ELSE
               PERFORM 0310-WRITE-DISPUTE
           END-IF.
           PERFORM 0110-READ-INVOICE.
       0200-END.

      *The first check a line fails is the reason it disputes.
      *The line has to read cleanly and tie to an order for that
      *vendor and item before the quantities and price are judged:
      *billed past what was ordered is over-billing, billed past
      *what has come in is billing for goods not yet received, and
      *a price outside tolerance of the order's is a price dispute.
      *Quantities count everything already vouchered on the order,
      *so an order cannot be billed twice across two invoices.
       0210-CHECK-INVOICE-LINE.
           IF IV-INVOICE-NUMBER = SPACES
               MOVE "MISSING INVOICE NUMBER" TO WS-DISPUTE-REASON
               GO TO 0210-END
           END-IF.
           IF IV-VENDOR-ID NOT NUMERIC OR IV-VENDOR-ID = ZERO
               MOVE "MISSING OR BAD VENDOR ID" TO WS-DISPUTE-REASON
               GO TO 0210-END
           END-IF.
           IF IV-QTY-BILLED NOT NUMERIC OR IV-QTY-BILLED = ZERO
               MOVE "MISSING OR BAD QUANTITY" TO WS-DISPUTE-REASON
               GO TO 0210-END
           END-IF.
           IF IV-UNIT-PRICE NOT NUMERIC OR IV-UNIT-PRICE = ZERO
               MOVE "MISSING OR BAD UNIT PRICE" TO WS-DISPUTE-REASON
               GO TO 0210-END
           END-IF.
           IF IV-INVOICE-DATE NOT NUMERIC
               MOVE "MISSING OR BAD INVOICE DATE"
                   TO WS-DISPUTE-REASON
               GO TO 0210-END
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(IV-INVOICE-DATE) NOT = 0
               MOVE "MISSING OR BAD INVOICE DATE"
                   TO WS-DISPUTE-REASON
               GO TO 0210-END
           END-IF.
           IF IV-PO-NUMBER NOT NUMERIC OR IV-PO-NUMBER = ZERO
               MOVE "NO PURCHASE ORDER NUMBER" TO WS-DISPUTE-REASON
               GO TO 0210-END
           END-IF.
           MOVE IV-PO-NUMBER TO WS-FIND-PO-NUMBER.
           PERFORM 0215-FIND-ORDER.
           IF NOT PO-FOUND
               MOVE "PURCHASE ORDER NOT ON FILE" TO WS-DISPUTE-REASON
               GO TO 0210-END
           END-IF.
           IF WS-PO-VENDOR-ID(PO-IDX) NOT = IV-VENDOR-ID
               MOVE "VENDOR DOES NOT MATCH ORDER"
                   TO WS-DISPUTE-REASON
               GO TO 0210-END
           END-IF.
           IF IV-SKU NOT NUMERIC OR WS-PO-SKU(PO-IDX) NOT = IV-SKU
               MOVE "ITEM DOES NOT MATCH ORDER" TO WS-DISPUTE-REASON
               GO TO 0210-END
           END-IF.
           PERFORM 0216-CHECK-DUPLICATE.
           IF LINE-ALREADY-VOUCHERED
               MOVE "INVOICE LINE ALREADY VOUCHERED"
                   TO WS-DISPUTE-REASON
               GO TO 0210-END
           END-IF.
           COMPUTE WS-BILLED-TO-DATE =
               WS-PO-QTY-BILLED(PO-IDX) + IV-QTY-BILLED.
           IF WS-BILLED-TO-DATE > WS-PO-QTY-ORDERED(PO-IDX)
               MOVE "BILLED OVER ORDERED QUANTITY"
                   TO WS-DISPUTE-REASON
               GO TO 0210-END
           END-IF.
           IF WS-BILLED-TO-DATE > WS-PO-QTY-RECEIVED(PO-IDX)
               MOVE "BILLED FOR GOODS NOT RECEIVED"
                   TO WS-DISPUTE-REASON
               GO TO 0210-END
           END-IF.
           IF WS-PO-UNIT-COST(PO-IDX) = ZERO
               MOVE "NO AGREED PRICE ON ORDER" TO WS-DISPUTE-REASON
               GO TO 0210-END
           END-IF.
           COMPUTE WS-PRICE-VARIANCE =
               IV-UNIT-PRICE - WS-PO-UNIT-COST(PO-IDX).
           IF WS-PRICE-VARIANCE < ZERO
               COMPUTE WS-PRICE-VARIANCE = ZERO - WS-PRICE-VARIANCE
           END-IF.
           COMPUTE WS-PRICE-ALLOWANCE =
               WS-PO-UNIT-COST(PO-IDX) * WS-PRICE-TOLERANCE-PCT.
           IF WS-PRICE-VARIANCE > WS-PRICE-ALLOWANCE
               MOVE "PRICE DIFFERS FROM ORDER" TO WS-DISPUTE-REASON
               GO TO 0210-END
           END-IF.
       0210-END.

       0215-FIND-ORDER.
           MOVE "N" TO WS-PO-FOUND-FLAG.
           SET PO-IDX TO 1.
           SEARCH WS-PO-ENTRY
               AT END
                   CONTINUE
               WHEN PO-IDX > WS-PO-COUNT
                   CONTINUE
               WHEN WS-PO-NUMBER(PO-IDX) = WS-FIND-PO-NUMBER
                   SET PO-FOUND TO TRUE
           END-SEARCH.
       0215-END.

      *The same vendor's same invoice number billing the same order
      *line again is a duplicate, whether it paid long ago or was
      *approved earlier in this very run.
       0216-CHECK-DUPLICATE.
           MOVE "N" TO WS-DUPLICATE-FLAG.
           SET VCH-IDX TO 1.
           SEARCH WS-VOUCHER-ENTRY
               AT END
                   CONTINUE
               WHEN VCH-IDX > WS-VOUCHER-COUNT
                   CONTINUE
               WHEN WS-VCH-VENDOR-ID(VCH-IDX) = IV-VENDOR-ID
                    AND WS-VCH-INVOICE(VCH-IDX) = IV-INVOICE-NUMBER
                    AND WS-VCH-PO-NUMBER(VCH-IDX) = IV-PO-NUMBER
                    AND WS-VCH-SKU(VCH-IDX) = IV-SKU
                   SET LINE-ALREADY-VOUCHERED TO TRUE
           END-SEARCH.
       0216-END.

      *Approved at the billed quantity and price, due the invoice's
      *terms after the invoice date.
       0300-WRITE-VOUCHER.
           IF IV-TERMS-DAYS NUMERIC AND IV-TERMS-DAYS > ZERO
               MOVE IV-TERMS-DAYS TO WS-TERMS-DAYS
           ELSE
               MOVE WS-DEFAULT-TERMS-DAYS TO WS-TERMS-DAYS
           END-IF.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(IV-INVOICE-DATE)
               + WS-TERMS-DAYS.
           ADD 1 TO WS-NEXT-VOUCHER-NUMBER.
           MOVE SPACES TO AP-VOUCHER-RECORD.
           MOVE WS-NEXT-VOUCHER-NUMBER TO VC-VOUCHER-NUMBER.
           MOVE IV-VENDOR-ID TO VC-VENDOR-ID.
           MOVE IV-INVOICE-NUMBER TO VC-INVOICE-NUMBER.
           MOVE IV-PO-NUMBER TO VC-PO-NUMBER.
           MOVE IV-SKU TO VC-SKU.
           MOVE IV-QTY-BILLED TO VC-QUANTITY.
           MOVE IV-UNIT-PRICE TO VC-UNIT-PRICE.
           COMPUTE VC-AMOUNT = IV-QTY-BILLED * IV-UNIT-PRICE.
           MOVE IV-INVOICE-DATE TO VC-INVOICE-DATE.
           COMPUTE VC-DUE-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           MOVE WS-RUN-DATE TO VC-APPROVED-DATE.
           MOVE "O" TO VC-STATUS.
           WRITE AP-VOUCHER-RECORD AFTER ADVANCING 1 LINE.
           ADD IV-QTY-BILLED TO WS-PO-QTY-BILLED(PO-IDX).
           PERFORM 0080-TABLE-VOUCHER.
           ADD 1 TO WS-LINES-APPROVED.
           ADD VC-AMOUNT TO WS-APPROVED-DOLLARS.
       0300-END.

      *What was billed beside what the order and the receipts say,
      *so AP has the whole argument on one line.  Fields that would
      *not read as numbers print blank.
       0310-WRITE-DISPUTE.
           MOVE SPACES TO DISPUTE-DETAIL-LINE.
           MOVE IV-INVOICE-NUMBER TO DP-INVOICE-NUMBER.
           MOVE IV-VENDOR-ID TO DP-VENDOR-ID.
           MOVE IV-PO-NUMBER TO DP-PO-NUMBER.
           MOVE IV-SKU TO DP-SKU.
           IF IV-QTY-BILLED NUMERIC
               MOVE IV-QTY-BILLED TO DP-QTY-BILLED
           END-IF.
           IF IV-UNIT-PRICE NUMERIC
               MOVE IV-UNIT-PRICE TO DP-UNIT-PRICE
           END-IF.
           IF PO-FOUND
               MOVE WS-PO-QTY-ORDERED(PO-IDX) TO DP-QTY-ORDERED
               MOVE WS-PO-QTY-RECEIVED(PO-IDX) TO DP-QTY-RECEIVED
               MOVE WS-PO-UNIT-COST(PO-IDX) TO DP-PO-PRICE
           END-IF.
           MOVE WS-DISPUTE-REASON TO DP-REASON.
           WRITE DISPUTE-PRINT-LINE FROM DISPUTE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-DISPUTED.
       0310-END.

      *Every open voucher, a block per vendor in vendor-number
      *order with the vendor's total, then the total owed and how
      *much of it is already past due.
       0500-PRINT-OPEN-PAYABLES.
           OPEN OUTPUT PAYABLESREPORT.
           MOVE WS-RUN-DATE TO PH-RUN-DATE.
           WRITE PAYABLES-PRINT-LINE FROM PAYABLES-HEADING-LINE
               AFTER ADVANCING PAGE.
           MOVE "N" TO WS-LIST-DONE-FLAG.
           PERFORM 0510-PRINT-NEXT-VENDOR UNTIL LISTING-DONE.
           IF WS-OPEN-VOUCHERS = ZERO
               WRITE PAYABLES-PRINT-LINE FROM NONE-FOUND-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           MOVE "TOTAL OPEN PAYABLES" TO PT-LABEL.
           MOVE WS-PAYABLES-TOTAL TO PT-AMOUNT.
           WRITE PAYABLES-PRINT-LINE FROM PAYABLES-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "   OF WHICH PAST DUE" TO PT-LABEL.
           MOVE WS-PAST-DUE-TOTAL TO PT-AMOUNT.
           WRITE PAYABLES-PRINT-LINE FROM PAYABLES-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "OPEN VOUCHERS" TO FL-LABEL.
           MOVE WS-OPEN-VOUCHERS TO FL-COUNT.
           WRITE PAYABLES-PRINT-LINE FROM FOOTING-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE PAYABLESREPORT.
       0500-END.

      *The lowest vendor number with an open voucher not yet
      *listed gets the next block; none left ends the listing.
       0510-PRINT-NEXT-VENDOR.
           MOVE 99999 TO WS-LIST-VENDOR-ID.
           PERFORM 0515-CHECK-LOWEST-VENDOR
               VARYING VCH-IDX FROM 1 BY 1
               UNTIL VCH-IDX > WS-VOUCHER-COUNT.
           IF WS-LIST-VENDOR-ID = 99999
               SET LISTING-DONE TO TRUE
           ELSE
               PERFORM 0530-FIND-VENDOR-NAME
               MOVE WS-LIST-VENDOR-ID TO PV-VENDOR-ID
               MOVE WS-VENDOR-NAME TO PV-VENDOR-NAME
               WRITE PAYABLES-PRINT-LINE FROM PAYABLES-VENDOR-LINE
                   AFTER ADVANCING 3 LINES
               WRITE PAYABLES-PRINT-LINE FROM PAYABLES-COLUMN-LINE
                   AFTER ADVANCING 1 LINE
               MOVE ZERO TO WS-VENDOR-TOTAL
               PERFORM 0520-PRINT-ONE-VOUCHER
                   VARYING VCH-IDX FROM 1 BY 1
                   UNTIL VCH-IDX > WS-VOUCHER-COUNT
               MOVE "VENDOR TOTAL" TO PT-LABEL
               MOVE WS-VENDOR-TOTAL TO PT-AMOUNT
               WRITE PAYABLES-PRINT-LINE FROM PAYABLES-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
       0510-END.

       0515-CHECK-LOWEST-VENDOR.
           IF WS-VCH-STATUS(VCH-IDX) = "O"
              AND NOT VCH-ALREADY-LISTED(VCH-IDX)
              AND WS-VCH-VENDOR-ID(VCH-IDX) < WS-LIST-VENDOR-ID
               MOVE WS-VCH-VENDOR-ID(VCH-IDX) TO WS-LIST-VENDOR-ID
           END-IF.
       0515-END.

       0520-PRINT-ONE-VOUCHER.
           IF WS-VCH-STATUS(VCH-IDX) = "O"
              AND WS-VCH-VENDOR-ID(VCH-IDX) = WS-LIST-VENDOR-ID
               MOVE "Y" TO WS-VCH-LISTED(VCH-IDX)
               MOVE SPACES TO PAYABLES-DETAIL-LINE
               MOVE WS-VCH-INVOICE(VCH-IDX) TO PD-INVOICE-NUMBER
               MOVE WS-VCH-PO-NUMBER(VCH-IDX) TO PD-PO-NUMBER
               MOVE WS-VCH-SKU(VCH-IDX) TO PD-SKU
               MOVE WS-VCH-INVOICE-DATE(VCH-IDX) TO PD-INVOICE-DATE
               MOVE WS-VCH-DUE-DATE(VCH-IDX) TO PD-DUE-DATE
               MOVE WS-VCH-AMOUNT(VCH-IDX) TO PD-AMOUNT
               IF WS-VCH-DUE-DATE(VCH-IDX) < WS-RUN-DATE
                   MOVE "PAST DUE" TO PD-PAST-DUE
                   ADD WS-VCH-AMOUNT(VCH-IDX) TO WS-PAST-DUE-TOTAL
               END-IF
               WRITE PAYABLES-PRINT-LINE FROM PAYABLES-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               ADD WS-VCH-AMOUNT(VCH-IDX) TO WS-VENDOR-TOTAL
               ADD WS-VCH-AMOUNT(VCH-IDX) TO WS-PAYABLES-TOTAL
               ADD 1 TO WS-OPEN-VOUCHERS
           END-IF.
       0520-END.

       0530-FIND-VENDOR-NAME.
           MOVE "*NOT ON VENDOR MASTER*" TO WS-VENDOR-NAME.
           SET VND-IDX TO 1.
           SEARCH WS-VENDOR-ENTRY
               AT END
                   CONTINUE
               WHEN VND-IDX > WS-VENDOR-COUNT
                   CONTINUE
               WHEN WS-VND-VENDOR-ID(VND-IDX) = WS-LIST-VENDOR-ID
                   MOVE WS-VND-VENDOR-NAME(VND-IDX) TO WS-VENDOR-NAME
           END-SEARCH.
       0530-END.

       0061-GET-PROCESSING-DATE.
           OPEN INPUT RUNDATEFILE.
           IF WS-RUNDATE-CHECK-KEY = "00"
               READ RUNDATEFILE
                   AT END
                       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                   NOT AT END
                       MOVE RD-PROCESSING-DATE TO WS-RUN-DATE
               END-READ
               CLOSE RUNDATEFILE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
       0061-END.

       9000-END-PROGRAM.
           DISPLAY "Invoice lines read:        ", WS-LINES-READ.
           DISPLAY "Lines approved:            ", WS-LINES-APPROVED.
           DISPLAY "Lines disputed:            ", WS-LINES-DISPUTED.
           DISPLAY "Dollars approved:          ", WS-APPROVED-DOLLARS.
           DISPLAY "Open vouchers listed:      ", WS-OPEN-VOUCHERS.
           STOP RUN.

          END PROGRAM INVMATCH.

      *coming); one with no vendor on file goes to the exception
      *list for purchasing to fix the master.  PETSTORE's receiving
      *pass matches tomorrow's deliveries back against these
      *orders.  Runs after the nightly sales run.  Each order
      *carries the vendor's quoted unit cost, which PETSTORE uses to
      *cost a delivery that arrives without one.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          05 FILLER              PIC X(2).
          05 RA-REORDER-POINT    PIC 9(7).

      *One line per item the store stocks: who supplies it, how
      *high an order tops the shelf back up, and what the vendor
      *charges per unit (blank where no price is quoted).
       FD VENDORMASTER.
       01 VENDORRECORD.
            88 ENDOFVENDORS         VALUE HIGH-VALUES.
          05 VM-VENDOR-ID        PIC 9(5).
          05 VM-VENDOR-NAME      PIC X(20).
          05 VM-ORDER-UP-TO      PIC 9(7).
          05 VM-UNIT-COST        PIC 9(5)V99.

       FD PURCHORDERS.
       01 PURCHORDERRECORD.
          05 PO-ORDER-DATE       PIC 9(8).
          05 PO-STATUS           PIC X.
             88 PO-IS-OPEN                          VALUE "O".
          05 PO-UNIT-COST        PIC 9(5)V99.

       FD POEXCEPTIONS.
       01 POEXCEPTIONRECORD.
             10 WS-VND-SKU         PIC 9(7)         VALUE ZERO.
             10 WS-VND-VENDOR-ID   PIC 9(5)         VALUE ZERO.
             10 WS-VND-ORDER-UP-TO PIC 9(7)         VALUE ZERO.
             10 WS-VND-UNIT-COST   PIC 9(5)V99      VALUE ZERO.
       01 WS-VENDOR-FOUND-FLAG   PIC X              VALUE "N".
          88 VENDOR-FOUND                           VALUE "Y".

                               TO WS-VND-VENDOR-ID(VND-IDX)
                           MOVE VM-ORDER-UP-TO
                               TO WS-VND-ORDER-UP-TO(VND-IDX)
                           IF VM-UNIT-COST NUMERIC
                               MOVE VM-UNIT-COST
                                   TO WS-VND-UNIT-COST(VND-IDX)
                           END-IF
                       ELSE
                           DISPLAY "Vendor table full at 1000 "
                                   "entries, ignoring ", VM-SKU
               MOVE ZERO TO PO-QTY-RECEIVED
               MOVE WS-RUN-DATE TO PO-ORDER-DATE
               MOVE "O" TO PO-STATUS
               MOVE WS-VND-UNIT-COST(VND-IDX) TO PO-UNIT-COST
               WRITE PURCHORDERRECORD AFTER ADVANCING 1 LINE
               ADD 1 TO WS-ORDERS-RAISED
               IF WS-OPEN-SKU-COUNT < 500

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICEMAINT.

      *Maintains the pet store price master the way CUSTMAINT
      *maintains the customer master: PRICEMASTER.DAT is indexed on
      *store and SKU and holds the item's regular price at that
      *store, and each PRICETRANS.DAT record is an action code --
      *A (add), C (change), D (delete) -- followed by the store,
      *the SKU, and the regular price.  Every transaction is
      *answered with one APPLIED or REJECTED line on
      *PRICEMAINTLOG.DAT.  Promotion prices do not live here; they
      *are dated and ride on PROMOTIONS.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICEMASTER ASSIGN TO "PRICEMASTER.DAT"
           FILE STATUS IS WS-MASTER-CHECK-KEY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-PRICE-KEY.

       SELECT TRANSFILE ASSIGN TO "PRICETRANS.DAT"
           FILE STATUS IS WS-TRANS-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT MAINTLOG ASSIGN TO "PRICEMAINTLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PRICEMASTER.
           COPY PRICEMST.
      *(PRICE-MASTER-RECORD, from copybooks/PRICEMST.CPY)

       FD TRANSFILE.
       01 TRANSRECORD.
            88 ENDOFTRANS           VALUE HIGH-VALUES.
            02 PC-ACTION            PIC X.
               88 PC-IS-ADD         VALUE "A".
               88 PC-IS-CHANGE      VALUE "C".
               88 PC-IS-DELETE      VALUE "D".
            02 PC-STORE             PIC 9(2).
            02 PC-SKU               PIC 9(7).
            02 PC-REGULAR-PRICE     PIC 9(6)V99.

       FD MAINTLOG.
       01 MAINTLOGRECORD.
            02 ML-STORE             PIC 9(2).
            02 FILLER               PIC X(1).
            02 ML-SKU               PIC 9(7).
            02 FILLER               PIC X(2).
            02 ML-ACTION            PIC X.
            02 FILLER               PIC X(2).
            02 ML-DISPOSITION       PIC X(8).
            02 FILLER               PIC X(2).
            02 ML-REASON            PIC X(30).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  WS-MASTER-CHECK-KEY  PIC X(2).
           05  WS-TRANS-CHECK-KEY   PIC X(2).

       01  WS-MAINT-COUNTS.
           05  WS-TRANS-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-APPLIED-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-REJECTED-COUNT    PIC 9(5) VALUE ZERO.

       01  WS-TRANS-FLAGS.
           05  WS-TRANS-VALID       PIC X VALUE "Y".
               88  TRANS-IS-VALID   VALUE "Y".
               88  TRANS-IS-INVALID VALUE "N".
           05  WS-REJECT-TEXT       PIC X(30).

       01  WS-FILES-OPEN-FLAG       PIC X VALUE "N".
           88  FILES-ARE-OPEN       VALUE "Y".

       PROCEDURE DIVISION.

       0100-APPLY-TRANSACTIONS.
           PERFORM 0060-OPEN-PRICE-MASTER.
           OPEN INPUT TRANSFILE.
           IF WS-TRANS-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status: ",
                      WS-TRANS-CHECK-KEY, " on PRICETRANS.DAT"
              MOVE 8 TO RETURN-CODE
              CLOSE PRICEMASTER
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN OUTPUT MAINTLOG.
           SET FILES-ARE-OPEN TO TRUE.

           READ TRANSFILE
               AT END SET ENDOFTRANS TO TRUE
           END-READ.
           PERFORM 0200-PROCESS-TRANSACTION UNTIL ENDOFTRANS.
           PERFORM 9000-END-PROGRAM.
       0100-END.

      *A master that is not there yet (the first maintenance run)
      *is created empty and reopened, the same bootstrap the other
      *indexed files get.
       0060-OPEN-PRICE-MASTER.
           OPEN I-O PRICEMASTER.
           EVALUATE WS-MASTER-CHECK-KEY
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT PRICEMASTER
                   CLOSE PRICEMASTER
                   OPEN I-O PRICEMASTER
                   IF WS-MASTER-CHECK-KEY NOT = "00"
                       DISPLAY "PRICEMASTER.DAT unusable, status ",
                               WS-MASTER-CHECK-KEY
                       MOVE 8 TO RETURN-CODE
                       GO TO 9000-END-PROGRAM
                   END-IF
               WHEN OTHER
                   DISPLAY "PRICEMASTER.DAT did not open as ",
                           "indexed, status ", WS-MASTER-CHECK-KEY
                   MOVE 8 TO RETURN-CODE
                   GO TO 9000-END-PROGRAM
           END-EVALUATE.
       0060-END.

       0200-PROCESS-TRANSACTION.
           ADD 1 TO WS-TRANS-COUNT.
           PERFORM 0230-VALIDATE-TRANSACTION.
           IF TRANS-IS-INVALID
               PERFORM 0260-LOG-REJECTED
           ELSE
               EVALUATE TRUE
                   WHEN PC-IS-ADD
                       PERFORM 0300-APPLY-ADD
                   WHEN PC-IS-CHANGE
                       PERFORM 0310-APPLY-CHANGE
                   WHEN PC-IS-DELETE
                       PERFORM 0320-APPLY-DELETE
               END-EVALUATE
           END-IF.
           READ TRANSFILE
               AT END SET ENDOFTRANS TO TRUE
           END-READ.
       0200-END.

      *A price of zero is refused: an item the store gives away
      *is a promotion, not a regular price.
       0230-VALIDATE-TRANSACTION.
           SET TRANS-IS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-TEXT.
           IF NOT PC-IS-ADD AND NOT PC-IS-CHANGE AND NOT PC-IS-DELETE
               SET TRANS-IS-INVALID TO TRUE
               MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-TEXT
           ELSE IF PC-STORE NOT NUMERIC OR PC-STORE = ZERO
               SET TRANS-IS-INVALID TO TRUE
               MOVE "MISSING OR BAD STORE NUMBER" TO WS-REJECT-TEXT
           ELSE IF PC-SKU NOT NUMERIC OR PC-SKU = ZERO
               SET TRANS-IS-INVALID TO TRUE
               MOVE "MISSING OR BAD SKU" TO WS-REJECT-TEXT
           ELSE IF PC-IS-ADD OR PC-IS-CHANGE
               IF PC-REGULAR-PRICE NOT NUMERIC
                  OR PC-REGULAR-PRICE = ZERO
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "MISSING OR BAD REGULAR PRICE"
                       TO WS-REJECT-TEXT
               END-IF
           END-IF END-IF END-IF END-IF.
       0230-END.

       0300-APPLY-ADD.
           PERFORM 0330-MOVE-TRANS-TO-MASTER.
           WRITE PRICE-MASTER-RECORD
               INVALID KEY
                   MOVE "ITEM ALREADY PRICED AT STORE"
                       TO WS-REJECT-TEXT
                   PERFORM 0260-LOG-REJECTED
               NOT INVALID KEY
                   PERFORM 0250-LOG-APPLIED
           END-WRITE.
       0300-END.

       0310-APPLY-CHANGE.
           MOVE PC-STORE TO PM-STORE.
           MOVE PC-SKU TO PM-SKU.
           READ PRICEMASTER
               INVALID KEY
                   MOVE "ITEM NOT PRICED AT STORE" TO WS-REJECT-TEXT
                   PERFORM 0260-LOG-REJECTED
               NOT INVALID KEY
                   PERFORM 0330-MOVE-TRANS-TO-MASTER
                   REWRITE PRICE-MASTER-RECORD
                       INVALID KEY
                           MOVE "REWRITE FAILED" TO WS-REJECT-TEXT
                           PERFORM 0260-LOG-REJECTED
                       NOT INVALID KEY
                           PERFORM 0250-LOG-APPLIED
                   END-REWRITE
           END-READ.
       0310-END.

       0320-APPLY-DELETE.
           MOVE PC-STORE TO PM-STORE.
           MOVE PC-SKU TO PM-SKU.
           READ PRICEMASTER
               INVALID KEY
                   MOVE "ITEM NOT PRICED AT STORE" TO WS-REJECT-TEXT
                   PERFORM 0260-LOG-REJECTED
               NOT INVALID KEY
                   DELETE PRICEMASTER
                       INVALID KEY
                           MOVE "DELETE FAILED" TO WS-REJECT-TEXT
                           PERFORM 0260-LOG-REJECTED
                       NOT INVALID KEY
                           PERFORM 0250-LOG-APPLIED
                   END-DELETE
           END-READ.
       0320-END.

       0330-MOVE-TRANS-TO-MASTER.
           MOVE PC-STORE         TO PM-STORE.
           MOVE PC-SKU           TO PM-SKU.
           MOVE PC-REGULAR-PRICE TO PM-REGULAR-PRICE.
       0330-END.

       0250-LOG-APPLIED.
           MOVE SPACES TO MAINTLOGRECORD.
           MOVE PC-STORE      TO ML-STORE.
           MOVE PC-SKU        TO ML-SKU.
           MOVE PC-ACTION     TO ML-ACTION.
           MOVE "APPLIED"     TO ML-DISPOSITION.
           MOVE SPACES        TO ML-REASON.
           WRITE MAINTLOGRECORD AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-APPLIED-COUNT.
       0250-END.

       0260-LOG-REJECTED.
           MOVE SPACES TO MAINTLOGRECORD.
           MOVE PC-STORE      TO ML-STORE.
           MOVE PC-SKU        TO ML-SKU.
           MOVE PC-ACTION     TO ML-ACTION.
           MOVE "REJECTED"    TO ML-DISPOSITION.
           MOVE WS-REJECT-TEXT TO ML-REASON.
           WRITE MAINTLOGRECORD AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-REJECTED-COUNT.
       0260-END.

       9000-END-PROGRAM.
           IF FILES-ARE-OPEN
               CLOSE PRICEMASTER, TRANSFILE, MAINTLOG
           END-IF.
           DISPLAY "Transactions read:     ", WS-TRANS-COUNT.
           DISPLAY "Transactions applied:  ", WS-APPLIED-COUNT.
           DISPLAY "Transactions rejected: ", WS-REJECTED-COUNT.
           STOP RUN.

          END PROGRAM PRICEMAINT.

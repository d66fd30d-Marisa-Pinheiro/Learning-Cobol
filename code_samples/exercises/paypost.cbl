       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYPOST.

      *Posts money received on the pet store's house charge
      *accounts.  Each CHARGEPAYMENTS.DAT record is one payment --
      *customer id, date received, amount, and the check or
      *receipt number -- and comes off the account's AR-BALANCE on
      *CHARGEACCTS.DAT the night it is keyed, so a customer who
      *pays down the account can charge again the next morning.
      *Every payment posted also goes onto CHARGEACTIVITY.DAT, where
      *CUSTSTMT picks it up for the month's statement, and every
      *payment is answered with one APPLIED or REJECTED line on
      *PAYPOSTLOG.DAT.  An account on hold still takes payments;
      *a payment larger than the balance leaves a credit.
      *Runs ahead of the nightly sales run, so the day's charges
      *are held against the paid-down balance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGEACCTS ASSIGN TO "CHARGEACCTS.DAT"
           FILE STATUS IS WS-MASTER-CHECK-KEY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-CUSTOMER-ID.

       SELECT PAYMENTFILE ASSIGN TO "CHARGEPAYMENTS.DAT"
           FILE STATUS IS WS-PAYMENT-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CHARGEACTIVITY ASSIGN TO "CHARGEACTIVITY.DAT"
           FILE STATUS IS WS-ACTIVITY-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT POSTLOG ASSIGN TO "PAYPOSTLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Site processing-date control file.  A missing file falls
      *back to the system clock.
       SELECT RUNDATEFILE ASSIGN TO "RUNDATE.DAT"
           FILE STATUS IS WS-RUNDATE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CHARGEACCTS.
           COPY CHGACCT.
      *(CHARGE-ACCOUNT-RECORD, from copybooks/CHGACCT.CPY)

       FD PAYMENTFILE.
       01 PAYMENTRECORD.
            88 ENDOFPAYMENTS        VALUE HIGH-VALUES.
            02 PY-CUSTOMER-ID       PIC 9(7).
            02 PY-PAYMENT-DATE      PIC 9(8).
            02 PY-AMOUNT            PIC 9(7)V99.
            02 PY-REFERENCE         PIC X(10).

       FD CHARGEACTIVITY.
           COPY CHGACTV.
      *(CHARGE-ACTIVITY-RECORD, from copybooks/CHGACTV.CPY)

       FD POSTLOG.
       01 POSTLOGRECORD.
            02 PL-CUSTOMER-ID       PIC 9(7).
            02 FILLER               PIC X(2).
            02 PL-PAYMENT-DATE      PIC X(8).
            02 FILLER               PIC X(2).
            02 PL-AMOUNT            PIC Z,ZZZ,ZZ9.99.
            02 FILLER               PIC X(2).
            02 PL-REFERENCE         PIC X(10).
            02 FILLER               PIC X(2).
            02 PL-DISPOSITION       PIC X(8).
            02 FILLER               PIC X(2).
            02 PL-REASON            PIC X(30).

       FD RUNDATEFILE.
       01 RUNDATERECORD.
            02 RD-PROCESSING-DATE   PIC 9(8).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  WS-MASTER-CHECK-KEY  PIC X(2).
           05  WS-PAYMENT-CHECK-KEY PIC X(2).
           05  WS-ACTIVITY-CHECK-KEY
                                    PIC X(2).
           05  WS-RUNDATE-CHECK-KEY PIC X(2).
           05  WS-RUN-DATE          PIC 9(8) VALUE ZERO.

       01  WS-POST-COUNTS.
           05  WS-PAYMENT-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-APPLIED-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-REJECTED-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-APPLIED-DOLLARS   PIC 9(9)V99 VALUE ZERO.

       01  WS-PAYMENT-FLAGS.
           05  WS-PAYMENT-VALID     PIC X VALUE "Y".
               88  PAYMENT-IS-VALID   VALUE "Y".
               88  PAYMENT-IS-INVALID VALUE "N".
           05  WS-REJECT-TEXT       PIC X(30).

       01  WS-FILES-OPEN-FLAG       PIC X VALUE "N".
           88  FILES-ARE-OPEN       VALUE "Y".

       PROCEDURE DIVISION.

       0100-POST-PAYMENTS.
           PERFORM 0061-GET-PROCESSING-DATE.
           OPEN INPUT PAYMENTFILE.
           IF WS-PAYMENT-CHECK-KEY = "35"
              DISPLAY "No CHARGEPAYMENTS.DAT - no payments to post"
              GO TO 9000-END-PROGRAM
           END-IF.
           IF WS-PAYMENT-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status: ",
                      WS-PAYMENT-CHECK-KEY, " on CHARGEPAYMENTS.DAT"
              MOVE 8 TO RETURN-CODE
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN I-O CHARGEACCTS.
           IF WS-MASTER-CHECK-KEY NOT = "00"
              DISPLAY "CHARGEACCTS.DAT did not open, status ",
                      WS-MASTER-CHECK-KEY,
                      " - run ACCTMAINT to build it first"
              MOVE 8 TO RETURN-CODE
              CLOSE PAYMENTFILE
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN EXTEND CHARGEACTIVITY.
           IF WS-ACTIVITY-CHECK-KEY = "35"
              OPEN OUTPUT CHARGEACTIVITY
           END-IF.
           OPEN OUTPUT POSTLOG.
           SET FILES-ARE-OPEN TO TRUE.

           READ PAYMENTFILE
               AT END SET ENDOFPAYMENTS TO TRUE
           END-READ.
           PERFORM 0200-PROCESS-PAYMENT UNTIL ENDOFPAYMENTS.
           PERFORM 9000-END-PROGRAM.
       0100-END.

       0200-PROCESS-PAYMENT.
           IF PAYMENTRECORD NOT = SPACES
               ADD 1 TO WS-PAYMENT-COUNT
               PERFORM 0230-VALIDATE-PAYMENT
               IF PAYMENT-IS-INVALID
                   PERFORM 0260-LOG-REJECTED
               ELSE
                   PERFORM 0300-APPLY-PAYMENT
               END-IF
           END-IF.
           READ PAYMENTFILE
               AT END SET ENDOFPAYMENTS TO TRUE
           END-READ.
       0200-END.

      *A payment dated after tonight's processing date has not
      *been received yet; it is refused rather than posted early.
       0230-VALIDATE-PAYMENT.
           SET PAYMENT-IS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-TEXT.
           IF PY-CUSTOMER-ID NOT NUMERIC OR PY-CUSTOMER-ID = ZERO
               SET PAYMENT-IS-INVALID TO TRUE
               MOVE "MISSING OR BAD CUSTOMER ID" TO WS-REJECT-TEXT
           ELSE IF PY-AMOUNT NOT NUMERIC OR PY-AMOUNT = ZERO
               SET PAYMENT-IS-INVALID TO TRUE
               MOVE "MISSING OR BAD AMOUNT" TO WS-REJECT-TEXT
           ELSE IF PY-PAYMENT-DATE NOT NUMERIC
               SET PAYMENT-IS-INVALID TO TRUE
               MOVE "MISSING OR BAD PAYMENT DATE" TO WS-REJECT-TEXT
           ELSE IF FUNCTION TEST-DATE-YYYYMMDD(PY-PAYMENT-DATE)
                   NOT = 0
               SET PAYMENT-IS-INVALID TO TRUE
               MOVE "MISSING OR BAD PAYMENT DATE" TO WS-REJECT-TEXT
           ELSE IF PY-PAYMENT-DATE > WS-RUN-DATE
               SET PAYMENT-IS-INVALID TO TRUE
               MOVE "PAYMENT DATED IN THE FUTURE" TO WS-REJECT-TEXT
           END-IF END-IF END-IF END-IF END-IF.
       0230-END.

       0300-APPLY-PAYMENT.
           MOVE PY-CUSTOMER-ID TO AR-CUSTOMER-ID.
           READ CHARGEACCTS
               INVALID KEY
                   MOVE "NO ACCOUNT FOR CUSTOMER" TO WS-REJECT-TEXT
                   PERFORM 0260-LOG-REJECTED
               NOT INVALID KEY
                   PERFORM 0310-REDUCE-BALANCE
           END-READ.
       0300-END.

       0310-REDUCE-BALANCE.
           SUBTRACT PY-AMOUNT FROM AR-BALANCE.
           IF PY-PAYMENT-DATE NOT < AR-LAST-PAYMENT-DATE
               MOVE PY-PAYMENT-DATE TO AR-LAST-PAYMENT-DATE
               MOVE PY-AMOUNT TO AR-LAST-PAYMENT
           END-IF.
           REWRITE CHARGE-ACCOUNT-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED" TO WS-REJECT-TEXT
                   PERFORM 0260-LOG-REJECTED
               NOT INVALID KEY
                   PERFORM 0320-LOG-ACTIVITY
                   PERFORM 0250-LOG-APPLIED
           END-REWRITE.
       0310-END.

       0320-LOG-ACTIVITY.
           MOVE SPACES TO CHARGE-ACTIVITY-RECORD.
           MOVE PY-CUSTOMER-ID TO CX-CUSTOMER-ID.
           MOVE WS-RUN-DATE TO CX-POST-DATE.
           MOVE PY-PAYMENT-DATE TO CX-TRANS-DATE.
           SET CX-IS-PAYMENT TO TRUE.
           MOVE ZERO TO CX-STORE.
           MOVE ZERO TO CX-REGISTER.
           MOVE PY-REFERENCE TO CX-REFERENCE.
           COMPUTE CX-AMOUNT = ZERO - PY-AMOUNT.
           WRITE CHARGE-ACTIVITY-RECORD AFTER ADVANCING 1 LINE.
       0320-END.

       0250-LOG-APPLIED.
           MOVE SPACES TO POSTLOGRECORD.
           MOVE PY-CUSTOMER-ID  TO PL-CUSTOMER-ID.
           MOVE PY-PAYMENT-DATE TO PL-PAYMENT-DATE.
           MOVE PY-AMOUNT       TO PL-AMOUNT.
           MOVE PY-REFERENCE    TO PL-REFERENCE.
           MOVE "APPLIED"       TO PL-DISPOSITION.
           MOVE SPACES          TO PL-REASON.
           WRITE POSTLOGRECORD AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-APPLIED-COUNT.
           ADD PY-AMOUNT TO WS-APPLIED-DOLLARS.
       0250-END.

      *A rejected line echoes the payment as keyed, so an amount
      *or date that would not read as a number still shows what
      *the clerk typed.
       0260-LOG-REJECTED.
           MOVE SPACES TO POSTLOGRECORD.
           MOVE PY-CUSTOMER-ID  TO PL-CUSTOMER-ID.
           MOVE PAYMENTRECORD(8:8) TO PL-PAYMENT-DATE.
           IF PY-AMOUNT NUMERIC
               MOVE PY-AMOUNT   TO PL-AMOUNT
           END-IF.
           MOVE PY-REFERENCE    TO PL-REFERENCE.
           MOVE "REJECTED"      TO PL-DISPOSITION.
           MOVE WS-REJECT-TEXT  TO PL-REASON.
           WRITE POSTLOGRECORD AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-REJECTED-COUNT.
       0260-END.

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
           IF FILES-ARE-OPEN
               CLOSE CHARGEACCTS, PAYMENTFILE, CHARGEACTIVITY,
                     POSTLOG
           END-IF.
           DISPLAY "Payments read:     ", WS-PAYMENT-COUNT.
           DISPLAY "Payments applied:  ", WS-APPLIED-COUNT.
           DISPLAY "Payments rejected: ", WS-REJECTED-COUNT.
           DISPLAY "Dollars applied:   ", WS-APPLIED-DOLLARS.
           STOP RUN.

          END PROGRAM PAYPOST.

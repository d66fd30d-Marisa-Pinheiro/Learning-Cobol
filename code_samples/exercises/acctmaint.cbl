       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMAINT.

      *Maintains the pet store's house charge accounts the way
      *CUSTMAINT maintains the customer master: CHARGEACCTS.DAT is
      *indexed on the customer id, and each ACCTTRANS.DAT record is
      *an action code -- A (open an account), C (change it), D
      *(close it) -- followed by the customer id, the credit limit,
      *and the account status (A active, H on hold: no new charges).
      *Every transaction is answered with one APPLIED or REJECTED
      *line on ACCTMAINTLOG.DAT.  An account can only be opened for
      *a customer already on CUSTMASTER.DAT, where the statement
      *gets its name and address, and can only be closed once its
      *balance is paid off.  The balance itself is never keyed
      *here: PETSTORE charges it, PAYPOST pays it down.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGEACCTS ASSIGN TO "CHARGEACCTS.DAT"
           FILE STATUS IS WS-MASTER-CHECK-KEY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-CUSTOMER-ID.

           SELECT CUSTMASTER ASSIGN TO "CUSTMASTER.DAT"
           FILE STATUS IS WS-CUSTMASTER-CHECK-KEY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CUSTOMER-ID.

       SELECT TRANSFILE ASSIGN TO "ACCTTRANS.DAT"
           FILE STATUS IS WS-TRANS-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT MAINTLOG ASSIGN TO "ACCTMAINTLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CHARGEACCTS.
           COPY CHGACCT.
      *(CHARGE-ACCOUNT-RECORD, from copybooks/CHGACCT.CPY)

       FD CUSTMASTER.
       01 CUSTMASTERRECORD.
            02 CM-CUSTOMER-ID       PIC 9(7).
            02 CM-LASTNAME          PIC X(15).
            02 CM-FIRSTNAME         PIC X(15).
            02 CM-STREET            PIC X(30).
            02 CM-CITY              PIC X(20).
            02 CM-STATE             PIC X(2).
            02 CM-ZIP               PIC X(10).

       FD TRANSFILE.
       01 TRANSRECORD.
            88 ENDOFTRANS           VALUE HIGH-VALUES.
            02 AT-ACTION            PIC X.
               88 AT-IS-ADD         VALUE "A".
               88 AT-IS-CHANGE      VALUE "C".
               88 AT-IS-DELETE      VALUE "D".
            02 AT-CUSTOMER-ID       PIC 9(7).
            02 AT-CREDIT-LIMIT      PIC 9(7)V99.
            02 AT-STATUS            PIC X.
               88 AT-STATUS-VALID   VALUE "A" "H" SPACE.

       FD MAINTLOG.
       01 MAINTLOGRECORD.
            02 ML-CUSTOMER-ID       PIC 9(7).
            02 FILLER               PIC X(2).
            02 ML-ACTION            PIC X.
            02 FILLER               PIC X(2).
            02 ML-DISPOSITION       PIC X(8).
            02 FILLER               PIC X(2).
            02 ML-REASON            PIC X(30).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  WS-MASTER-CHECK-KEY  PIC X(2).
           05  WS-CUSTMASTER-CHECK-KEY
                                    PIC X(2).
           05  WS-TRANS-CHECK-KEY   PIC X(2).

      *The designated cash-sale id walk-ins ring under; it is not a
      *person and cannot carry an account.
       01  WS-CASH-SALE-ID          PIC 9(7) VALUE 9999999.

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
           PERFORM 0060-OPEN-ACCOUNT-MASTER.
           OPEN INPUT CUSTMASTER.
           IF WS-CUSTMASTER-CHECK-KEY NOT = "00"
              DISPLAY "CUSTMASTER.DAT did not open, status ",
                      WS-CUSTMASTER-CHECK-KEY,
                      " - run CUSTMAINT to build it first"
              MOVE 8 TO RETURN-CODE
              CLOSE CHARGEACCTS
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN INPUT TRANSFILE.
           IF WS-TRANS-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status: ",
                      WS-TRANS-CHECK-KEY, " on ACCTTRANS.DAT"
              MOVE 8 TO RETURN-CODE
              CLOSE CHARGEACCTS, CUSTMASTER
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

      *A master that is not there yet (the first account opened)
      *is created empty and reopened, the same bootstrap the other
      *indexed files get.
       0060-OPEN-ACCOUNT-MASTER.
           OPEN I-O CHARGEACCTS.
           EVALUATE WS-MASTER-CHECK-KEY
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT CHARGEACCTS
                   CLOSE CHARGEACCTS
                   OPEN I-O CHARGEACCTS
                   IF WS-MASTER-CHECK-KEY NOT = "00"
                       DISPLAY "CHARGEACCTS.DAT unusable, status ",
                               WS-MASTER-CHECK-KEY
                       MOVE 8 TO RETURN-CODE
                       GO TO 9000-END-PROGRAM
                   END-IF
               WHEN OTHER
                   DISPLAY "CHARGEACCTS.DAT did not open as ",
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
                   WHEN AT-IS-ADD
                       PERFORM 0300-APPLY-ADD
                   WHEN AT-IS-CHANGE
                       PERFORM 0310-APPLY-CHANGE
                   WHEN AT-IS-DELETE
                       PERFORM 0320-APPLY-DELETE
               END-EVALUATE
           END-IF.
           READ TRANSFILE
               AT END SET ENDOFTRANS TO TRUE
           END-READ.
       0200-END.

      *A zero limit is refused: an account that should take no
      *more charges is put on hold instead, which keeps its limit
      *on file for when the hold comes off.
       0230-VALIDATE-TRANSACTION.
           SET TRANS-IS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-TEXT.
           IF NOT AT-IS-ADD AND NOT AT-IS-CHANGE AND NOT AT-IS-DELETE
               SET TRANS-IS-INVALID TO TRUE
               MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-TEXT
           ELSE IF AT-CUSTOMER-ID NOT NUMERIC
               SET TRANS-IS-INVALID TO TRUE
               MOVE "CUSTOMER ID NOT NUMERIC" TO WS-REJECT-TEXT
           ELSE IF AT-CUSTOMER-ID = ZERO
               SET TRANS-IS-INVALID TO TRUE
               MOVE "MISSING CUSTOMER ID" TO WS-REJECT-TEXT
           ELSE IF AT-CUSTOMER-ID = WS-CASH-SALE-ID
               SET TRANS-IS-INVALID TO TRUE
               MOVE "CASH-SALE ID IS RESERVED" TO WS-REJECT-TEXT
           ELSE IF AT-IS-ADD OR AT-IS-CHANGE
               IF AT-CREDIT-LIMIT NOT NUMERIC
                  OR AT-CREDIT-LIMIT = ZERO
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "MISSING OR BAD CREDIT LIMIT"
                       TO WS-REJECT-TEXT
               ELSE IF NOT AT-STATUS-VALID
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "UNKNOWN ACCOUNT STATUS" TO WS-REJECT-TEXT
               END-IF END-IF
           END-IF END-IF END-IF END-IF END-IF.
       0230-END.

       0300-APPLY-ADD.
           MOVE AT-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTMASTER
               INVALID KEY
                   MOVE "CUSTOMER ID NOT ON MASTER" TO WS-REJECT-TEXT
                   PERFORM 0260-LOG-REJECTED
               NOT INVALID KEY
                   PERFORM 0305-WRITE-NEW-ACCOUNT
           END-READ.
       0300-END.

       0305-WRITE-NEW-ACCOUNT.
           MOVE AT-CUSTOMER-ID TO AR-CUSTOMER-ID.
           MOVE ZERO TO AR-BALANCE.
           MOVE ZERO TO AR-LAST-PAYMENT-DATE.
           MOVE ZERO TO AR-LAST-PAYMENT.
           MOVE ZERO TO AR-LAST-STMT-DATE.
           MOVE ZERO TO AR-LAST-STMT-BALANCE.
           MOVE ZERO TO AR-AGE-CURRENT.
           MOVE ZERO TO AR-AGE-30.
           MOVE ZERO TO AR-AGE-60.
           MOVE ZERO TO AR-AGE-90.
           SET AR-IS-ACTIVE TO TRUE.
           PERFORM 0330-MOVE-TRANS-TO-MASTER.
           WRITE CHARGE-ACCOUNT-RECORD
               INVALID KEY
                   MOVE "ACCOUNT ALREADY OPEN" TO WS-REJECT-TEXT
                   PERFORM 0260-LOG-REJECTED
               NOT INVALID KEY
                   PERFORM 0250-LOG-APPLIED
           END-WRITE.
       0305-END.

       0310-APPLY-CHANGE.
           MOVE AT-CUSTOMER-ID TO AR-CUSTOMER-ID.
           READ CHARGEACCTS
               INVALID KEY
                   MOVE "NO ACCOUNT FOR CUSTOMER" TO WS-REJECT-TEXT
                   PERFORM 0260-LOG-REJECTED
               NOT INVALID KEY
                   PERFORM 0330-MOVE-TRANS-TO-MASTER
                   REWRITE CHARGE-ACCOUNT-RECORD
                       INVALID KEY
                           MOVE "REWRITE FAILED" TO WS-REJECT-TEXT
                           PERFORM 0260-LOG-REJECTED
                       NOT INVALID KEY
                           PERFORM 0250-LOG-APPLIED
                   END-REWRITE
           END-READ.
       0310-END.

       0320-APPLY-DELETE.
           MOVE AT-CUSTOMER-ID TO AR-CUSTOMER-ID.
           READ CHARGEACCTS
               INVALID KEY
                   MOVE "NO ACCOUNT FOR CUSTOMER" TO WS-REJECT-TEXT
                   PERFORM 0260-LOG-REJECTED
               NOT INVALID KEY
                   PERFORM 0325-DELETE-PAID-ACCOUNT
           END-READ.
       0320-END.

       0325-DELETE-PAID-ACCOUNT.
           IF AR-BALANCE NOT = ZERO
               MOVE "ACCOUNT STILL HAS A BALANCE" TO WS-REJECT-TEXT
               PERFORM 0260-LOG-REJECTED
           ELSE
               DELETE CHARGEACCTS
                   INVALID KEY
                       MOVE "DELETE FAILED" TO WS-REJECT-TEXT
                       PERFORM 0260-LOG-REJECTED
                   NOT INVALID KEY
                       PERFORM 0250-LOG-APPLIED
               END-DELETE
           END-IF.
       0325-END.

      *A blank status on a change leaves the account's status as it
      *was; on an add the account opens active.
       0330-MOVE-TRANS-TO-MASTER.
           MOVE AT-CUSTOMER-ID  TO AR-CUSTOMER-ID.
           MOVE AT-CREDIT-LIMIT TO AR-CREDIT-LIMIT.
           IF AT-STATUS NOT = SPACE
               MOVE AT-STATUS   TO AR-STATUS
           END-IF.
       0330-END.

       0250-LOG-APPLIED.
           MOVE SPACES TO MAINTLOGRECORD.
           MOVE AT-CUSTOMER-ID TO ML-CUSTOMER-ID.
           MOVE AT-ACTION     TO ML-ACTION.
           MOVE "APPLIED"     TO ML-DISPOSITION.
           MOVE SPACES        TO ML-REASON.
           WRITE MAINTLOGRECORD AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-APPLIED-COUNT.
       0250-END.

       0260-LOG-REJECTED.
           MOVE SPACES TO MAINTLOGRECORD.
           MOVE AT-CUSTOMER-ID TO ML-CUSTOMER-ID.
           MOVE AT-ACTION     TO ML-ACTION.
           MOVE "REJECTED"    TO ML-DISPOSITION.
           MOVE WS-REJECT-TEXT TO ML-REASON.
           WRITE MAINTLOGRECORD AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-REJECTED-COUNT.
       0260-END.

       9000-END-PROGRAM.
           IF FILES-ARE-OPEN
               CLOSE CHARGEACCTS, CUSTMASTER, TRANSFILE, MAINTLOG
           END-IF.
           DISPLAY "Transactions read:     ", WS-TRANS-COUNT.
           DISPLAY "Transactions applied:  ", WS-APPLIED-COUNT.
           DISPLAY "Transactions rejected: ", WS-REJECTED-COUNT.
           STOP RUN.

          END PROGRAM ACCTMAINT.

      *carrying the record count and a dollar hash total the bank
      *verifies on receipt.  Employees without banking details fall
      *to the CHECKPRINT.DAT exception list so nobody silently drops
      *out of payday, as do those whose account BANKRETURNS has
      *suspended after the bank returned a deposit.  Anyone
      *PAYVARIANCE put on PAYHOLD.DAT is left out of the batch and
      *off the exception list alike: held pay goes nowhere until
      *payroll releases it and both steps rerun.
      *
      *An account BANKMAINT has just added or changed is awaiting
      *its prenote: a zero-dollar "P" detail goes in this batch to
      *prove the account out, PRENOTESENT.DAT tells BANKMAINT it
      *went, and the employee is paid by cheque until BANKMAINT
      *makes the account active once the prenote period has run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE STATUS IS WS-BANK-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

      *Written by PAYVARIANCE, which must have run first; a missing
      *hold file stops the run rather than send an unreviewed batch.
       SELECT HOLDFILE ASSIGN TO "PAYHOLD.DAT"
           FILE STATUS IS WS-HOLD-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT BANKPAYMENTS ASSIGN TO "BANKPAYMENTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CHECKPRINT ASSIGN TO "CHECKPRINT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *The accounts prenoted in this batch, read back by BANKMAINT.
       SELECT PRENOTEFILE ASSIGN TO "PRENOTESENT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD NETPAYFILE.
            04 BA-ROUTING-NUMBER    PIC 9(9).
            04 BA-ACCOUNT-NUMBER    PIC X(17).
            04 BA-ACCOUNT-TYPE      PIC X.
      *"S" once the bank has returned a deposit to the account; the
      *bank's return code and the date say why and when.  "N" and
      *"P" are a new or changed account awaiting, or waiting out,
      *its prenote.
            04 BA-STATUS            PIC X.
               88 BA-IS-ACTIVE      VALUE " " "A".
               88 BA-AWAITING-PRENOTE VALUE "N".
               88 BA-IS-SUSPENDED   VALUE "S".
            04 BA-RETURN-CODE       PIC X(3).
            04 BA-STATUS-DATE       PIC 9(8).

      *Employees held by the variance review, in EMPLOYEEID order.
       FD HOLDFILE.
       01 HOLDRECORD.
            88 ENDOFHOLD            VALUE HIGH-VALUES.
            04 PH-EMPLOYEEID        PIC 9(7).
            04 FILLER               PIC X(2).
            04 PH-RUN-DATE          PIC 9(8).
            04 FILLER               PIC X(2).
            04 PH-NET-PAY           PIC 9(7)V99.
            04 FILLER               PIC X(2).
            04 PH-REASON            PIC X(30).

      *Batch format the bank receives: one "H" header, one "D"
      *detail per deposit or zero-dollar prenote (entry type "P"),
      *one "T" trailer with the record count and dollar hash total.
       FD BANKPAYMENTS.
       01 BANKPAYMENTRECORD.
            04 BK-RECORD-TYPE       PIC X.
               05 BKD-ACCOUNT       PIC X(17).
               05 BKD-ACCT-TYPE     PIC X.
               05 BKD-AMOUNT        PIC 9(7)V99.
               05 BKD-ENTRY-TYPE    PIC X.
                  88 BKD-IS-PRENOTE VALUE "P".
               05 FILLER            PIC X(16).
            04 BK-TRAILER REDEFINES BK-DATA.
               05 BKT-RECORD-COUNT  PIC 9(7).
               05 BKT-HASH-TOTAL    PIC 9(11)V99.
            04 FILLER               PIC X(2).
            04 CK-MESSAGE           PIC X(40).

       FD PRENOTEFILE.
       01 PRENOTERECORD.
            04 PN-EMPLOYEEID        PIC 9(7).
            04 FILLER               PIC X(2).
            04 PN-BATCH-DATE        PIC 9(8).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  WS-NETPAY-CHECK-KEY  PIC X(2).
           05  WS-BANK-CHECK-KEY    PIC X(2).
           05  WS-HOLD-CHECK-KEY    PIC X(2).
           05  WS-RUN-DATE          PIC 9(8).

       01  WS-HOLD-FLAG             PIC X VALUE "N".
           88  EMPLOYEE-IS-HELD     VALUE "Y".

       01  WS-DEPOSIT-TOTALS.
           05  WS-DEPOSIT-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-PRENOTE-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-DETAIL-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-HASH-TOTAL        PIC 9(11)V99 VALUE ZERO.

       01  WS-DIRECTDEP-COUNTS.
           05  WS-NETPAY-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-CHECK-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-ORPHAN-BANK-COUNT PIC 9(5) VALUE ZERO.
           05  WS-HELD-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-HELD-TOTAL        PIC 9(11)V99 VALUE ZERO.

       PROCEDURE DIVISION.

               CLOSE NETPAYFILE
               GO TO 9000-END-PROGRAM
           END-IF.
           OPEN INPUT HOLDFILE.
           IF WS-HOLD-CHECK-KEY NOT = "00"
               DISPLAY "Non-zero file status: ",
                       WS-HOLD-CHECK-KEY, " on PAYHOLD.DAT"
               MOVE 8 TO RETURN-CODE
               CLOSE NETPAYFILE, BANKACCOUNTS
               GO TO 9000-END-PROGRAM
           END-IF.
           OPEN OUTPUT BANKPAYMENTS.
           OPEN OUTPUT CHECKPRINT.
           OPEN OUTPUT PRENOTEFILE.

           PERFORM 0150-WRITE-HEADER.
           PERFORM 0110-READ-NETPAY.
           PERFORM 0120-READ-BANK.
           PERFORM 0130-READ-HOLD.
           PERFORM 0200-MATCH-ONE-EMPLOYEE
               UNTIL ENDOFNETPAY AND ENDOFBANK.
           PERFORM 0160-WRITE-TRAILER.

           CLOSE NETPAYFILE, BANKACCOUNTS, HOLDFILE, BANKPAYMENTS,
               CHECKPRINT, PRENOTEFILE.
           PERFORM 9000-END-PROGRAM.
       0100-END.

           END-IF.
       0120-END.

       0130-READ-HOLD.
           READ HOLDFILE
               AT END SET ENDOFHOLD TO TRUE
           END-READ.
           IF NOT ENDOFHOLD AND HOLDRECORD = SPACES
               GO TO 0130-READ-HOLD
           END-IF.
       0130-END.

      *Balanced-line match on EMPLOYEEID, end-of-file flags tested
      *ahead of any key comparison.  A low net-pay key means no
      *banking details for the employee (check-print exception); a
      *low bank key means details on file for someone not paid this
      *cycle, which is worth a count but no payment -- though its
      *prenote still goes if one is due.
       0200-MATCH-ONE-EMPLOYEE.
           EVALUATE TRUE
               WHEN ENDOFNETPAY
                   PERFORM 0210-BANK-WITHOUT-PAY
                   PERFORM 0120-READ-BANK
               WHEN ENDOFBANK
                   PERFORM 0320-NO-BANK-DETAILS THRU 0320-END
                   PERFORM 0110-READ-NETPAY
               WHEN NP-EMPLOYEEID = BA-EMPLOYEEID
                   PERFORM 0300-WRITE-ONE-DEPOSIT THRU 0300-END
                   PERFORM 0110-READ-NETPAY
                   PERFORM 0120-READ-BANK
               WHEN NP-EMPLOYEEID < BA-EMPLOYEEID
                   PERFORM 0320-NO-BANK-DETAILS THRU 0320-END
                   PERFORM 0110-READ-NETPAY
               WHEN OTHER
                   PERFORM 0210-BANK-WITHOUT-PAY
                   PERFORM 0120-READ-BANK
           END-EVALUATE.
       0200-END.

       0210-BANK-WITHOUT-PAY.
           ADD 1 TO WS-ORPHAN-BANK-COUNT.
           IF BA-AWAITING-PRENOTE
               PERFORM 0330-WRITE-PRENOTE
           END-IF.
       0210-END.

       0150-WRITE-HEADER.
           MOVE SPACES TO BANKPAYMENTRECORD.
           MOVE "H" TO BK-RECORD-TYPE.
       0160-WRITE-TRAILER.
           MOVE SPACES TO BANKPAYMENTRECORD.
           MOVE "T" TO BK-RECORD-TYPE.
           COMPUTE WS-DETAIL-COUNT =
               WS-DEPOSIT-COUNT + WS-PRENOTE-COUNT.
           MOVE WS-DETAIL-COUNT TO BKT-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO BKT-HASH-TOTAL.
           WRITE BANKPAYMENTRECORD AFTER ADVANCING 1 LINE.
       0160-END.

      *The hold file runs in step with NETPAY.DAT: skip past any
      *held key below this employee's, then count them as held if
      *the keys meet.
       0250-CHECK-HOLD.
           PERFORM 0130-READ-HOLD
               UNTIL ENDOFHOLD OR PH-EMPLOYEEID NOT < NP-EMPLOYEEID.
           MOVE "N" TO WS-HOLD-FLAG.
           IF NOT ENDOFHOLD
               IF PH-EMPLOYEEID = NP-EMPLOYEEID
                   SET EMPLOYEE-IS-HELD TO TRUE
                   ADD 1 TO WS-HELD-COUNT
                   ADD NP-NET-PAY TO WS-HELD-TOTAL
               END-IF
           END-IF.
       0250-END.

      *A zero-net cheque (deductions consumed the whole gross) is
      *not worth a deposit record; it goes to the exception list so
      *payroll still knows the employee was processed.  A prenote
      *due on the account goes whether or not the pay is held.
       0300-WRITE-ONE-DEPOSIT.
           ADD 1 TO WS-NETPAY-COUNT.
           IF BA-AWAITING-PRENOTE
               PERFORM 0330-WRITE-PRENOTE
           END-IF.
           PERFORM 0250-CHECK-HOLD.
           IF EMPLOYEE-IS-HELD
               GO TO 0300-END
           END-IF.
           IF NP-NET-PAY = ZERO
               MOVE SPACES TO CHECKPRINTRECORD
               MOVE NP-EMPLOYEEID TO CK-EMPLOYEEID
               MOVE "ZERO NET PAY - NO DEPOSIT" TO CK-MESSAGE
               WRITE CHECKPRINTRECORD AFTER ADVANCING 1 LINE
               ADD 1 TO WS-CHECK-COUNT
           ELSE IF BA-IS-SUSPENDED
               MOVE SPACES TO CHECKPRINTRECORD
               MOVE NP-EMPLOYEEID TO CK-EMPLOYEEID
               MOVE NP-NET-PAY TO CK-NET-PAY
               MOVE "BANK ACCOUNT SUSPENDED - PRINT CHECK"
                   TO CK-MESSAGE
               WRITE CHECKPRINTRECORD AFTER ADVANCING 1 LINE
               ADD 1 TO WS-CHECK-COUNT
           ELSE IF NOT BA-IS-ACTIVE
               MOVE SPACES TO CHECKPRINTRECORD
               MOVE NP-EMPLOYEEID TO CK-EMPLOYEEID
               MOVE NP-NET-PAY TO CK-NET-PAY
               MOVE "PRENOTE PENDING - PRINT CHECK" TO CK-MESSAGE
               WRITE CHECKPRINTRECORD AFTER ADVANCING 1 LINE
               ADD 1 TO WS-CHECK-COUNT
           ELSE
               MOVE SPACES TO BANKPAYMENTRECORD
               MOVE "D" TO BK-RECORD-TYPE
               WRITE BANKPAYMENTRECORD AFTER ADVANCING 1 LINE
               ADD 1 TO WS-DEPOSIT-COUNT
               ADD NP-NET-PAY TO WS-HASH-TOTAL
           END-IF END-IF END-IF.
       0300-END.

       0320-NO-BANK-DETAILS.
           ADD 1 TO WS-NETPAY-COUNT.
           PERFORM 0250-CHECK-HOLD.
           IF EMPLOYEE-IS-HELD
               GO TO 0320-END
           END-IF.
           MOVE SPACES TO CHECKPRINTRECORD.
           MOVE NP-EMPLOYEEID TO CK-EMPLOYEEID.
           MOVE NP-NET-PAY TO CK-NET-PAY.
           ADD 1 TO WS-CHECK-COUNT.
       0320-END.

      *Zero-dollar detail in the batch, adding nothing to the hash
      *total, and a line telling BANKMAINT the prenote went.
       0330-WRITE-PRENOTE.
           MOVE SPACES TO BANKPAYMENTRECORD.
           MOVE "D" TO BK-RECORD-TYPE.
           MOVE BA-EMPLOYEEID TO BKD-EMPLOYEEID.
           MOVE BA-ROUTING-NUMBER TO BKD-ROUTING.
           MOVE BA-ACCOUNT-NUMBER TO BKD-ACCOUNT.
           MOVE BA-ACCOUNT-TYPE TO BKD-ACCT-TYPE.
           MOVE ZERO TO BKD-AMOUNT.
           SET BKD-IS-PRENOTE TO TRUE.
           WRITE BANKPAYMENTRECORD AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-PRENOTE-COUNT.
           MOVE SPACES TO PRENOTERECORD.
           MOVE BA-EMPLOYEEID TO PN-EMPLOYEEID.
           MOVE WS-RUN-DATE TO PN-BATCH-DATE.
           WRITE PRENOTERECORD AFTER ADVANCING 1 LINE.
       0330-END.

       9000-END-PROGRAM.
           DISPLAY "Net-pay records read:      ", WS-NETPAY-COUNT.
           DISPLAY "Deposits in batch:         ", WS-DEPOSIT-COUNT.
           DISPLAY "Prenotes in batch:         ", WS-PRENOTE-COUNT.
           DISPLAY "Batch dollar hash total:   ", WS-HASH-TOTAL.
           DISPLAY "Check-print exceptions:    ", WS-CHECK-COUNT.
           DISPLAY "Bank records with no pay:  ",
               WS-ORPHAN-BANK-COUNT.
           DISPLAY "Held for variance review:  ", WS-HELD-COUNT.
           DISPLAY "Held net pay total:        ", WS-HELD-TOTAL.
           STOP RUN.

          END PROGRAM DIRECTDEP.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKRETURNS.

      *Returned-deposit step, run when the bank sends back
      *BANKRETURNS.DAT for a batch DIRECTDEP sent (closed account,
      *no such account, invalid account number, ...).  Each returned
      *item is matched to the detail it came from in the
      *BANKPAYMENTS.DAT batch -- same BKD-EMPLOYEEID, same
      *BKD-AMOUNT, same batch date -- and for every match:
      *    - the pay is reissued on CHECKPRINT.DAT,
      *    - GLJOURNAL.DAT gets a reversing entry (the deposit comes
      *      back into cash clearing and is owed again) and a
      *      re-payment entry (the cheque pays it out),
      *    - the employee's BANKACCOUNTS.DAT record is marked
      *      suspended with the bank's return code, so DIRECTDEP
      *      pays them by cheque until HR corrects the account.
      *Returns that match nothing in the batch are listed but not
      *reissued; payroll takes those up with the bank.  A returned
      *zero-dollar prenote moved no money, so it only suspends the
      *account -- no cheque, no journal.  The
      *suspended accounts go out on BANKACCOUNTS.NEW, which GENROLL
      *PROMOTE BANKRETU swaps in, as for the other generation
      *files.  BANKRETURNS.LPT lists every return and what was
      *done with it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNSFILE ASSIGN TO "BANKRETURNS.DAT"
               FILE STATUS IS WS-RETURNS-CHECK-KEY
               ORGANIZATION IS LINE SEQUENTIAL.

      *The batch the returns came from, as DIRECTDEP wrote it.
       SELECT BANKPAYMENTS ASSIGN TO "BANKPAYMENTS.DAT"
           FILE STATUS IS WS-PAYMENTS-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT BANKACCOUNTS ASSIGN TO "BANKACCOUNTS.DAT"
           FILE STATUS IS WS-BANK-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT NEWBANKACCOUNTS ASSIGN TO "BANKACCOUNTS.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CHECKPRINT ASSIGN TO "CHECKPRINT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT GLJOURNAL ASSIGN TO "GLJOURNAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RETURNSREPORT ASSIGN TO "BANKRETURNS.LPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RUNDATEFILE ASSIGN TO "RUNDATE.DAT"
           FILE STATUS IS WS-RUNDATE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *One line per returned item, in whatever order the bank sends
      *them, carrying the date of the batch the deposit went out in.
       FD RETURNSFILE.
       01 RETURNSRECORD.
            88 ENDOFRETURNS         VALUE HIGH-VALUES.
            04 BR-EMPLOYEEID        PIC 9(7).
            04 BR-ROUTING-NUMBER    PIC 9(9).
            04 BR-ACCOUNT-NUMBER    PIC X(17).
            04 BR-AMOUNT            PIC 9(7)V99.
            04 BR-RETURN-CODE       PIC X(3).
            04 BR-BATCH-DATE        PIC 9(8).

       FD BANKPAYMENTS.
       01 BANKPAYMENTRECORD.
            88 ENDOFPAYMENTS        VALUE HIGH-VALUES.
            04 BK-RECORD-TYPE       PIC X.
               88 BK-IS-HEADER      VALUE "H".
               88 BK-IS-DETAIL      VALUE "D".
            04 BK-DATA              PIC X(60).
            04 BK-HEADER REDEFINES BK-DATA.
               05 BKH-RUN-DATE      PIC 9(8).
               05 BKH-COMPANY       PIC X(20).
               05 FILLER            PIC X(32).
            04 BK-DETAIL REDEFINES BK-DATA.
               05 BKD-EMPLOYEEID    PIC 9(7).
               05 BKD-ROUTING       PIC 9(9).
               05 BKD-ACCOUNT       PIC X(17).
               05 BKD-ACCT-TYPE     PIC X.
               05 BKD-AMOUNT        PIC 9(7)V99.
               05 BKD-ENTRY-TYPE    PIC X.
               05 FILLER            PIC X(16).
            04 BK-TRAILER REDEFINES BK-DATA.
               05 BKT-RECORD-COUNT  PIC 9(7).
               05 BKT-HASH-TOTAL    PIC 9(11)V99.
               05 FILLER            PIC X(40).

       FD BANKACCOUNTS.
       01 BANKACCOUNTRECORD.
            88 ENDOFBANK            VALUE HIGH-VALUES.
            04 BA-EMPLOYEEID        PIC 9(7).
            04 BA-ROUTING-NUMBER    PIC 9(9).
            04 BA-ACCOUNT-NUMBER    PIC X(17).
            04 BA-ACCOUNT-TYPE      PIC X.
      *"S" once the bank has returned a deposit to the account; the
      *bank's return code and the date say why and when.  "N" and
      *"P" are a new or changed account awaiting, or waiting out,
      *its prenote.
            04 BA-STATUS            PIC X.
               88 BA-IS-SUSPENDED   VALUE "S".
            04 BA-RETURN-CODE       PIC X(3).
            04 BA-STATUS-DATE       PIC 9(8).

       FD NEWBANKACCOUNTS.
       01 NEWBANKACCOUNTRECORD     PIC X(46).

       FD CHECKPRINT.
       01 CHECKPRINTRECORD.
            04 CK-EMPLOYEEID        PIC 9(7).
            04 FILLER               PIC X(2).
            04 CK-NET-PAY           PIC 9(7)V99.
            04 FILLER               PIC X(2).
            04 CK-MESSAGE           PIC X(40).

       FD GLJOURNAL.
       01 GLJOURNALRECORD.
            04 GJ-RUN-DATE          PIC 9(8).
            04 FILLER               PIC X(2).
            04 GJ-DR-CR             PIC X.
            04 FILLER               PIC X(2).
            04 GJ-ACCOUNT           PIC X(30).
            04 FILLER               PIC X(2).
            04 GJ-AMOUNT            PIC 9(9)V99.

       FD RETURNSREPORT.
       01 RETURNSREPORTLINE        PIC X(132).

       FD RUNDATEFILE.
       01 RUNDATERECORD.
            02 RD-PROCESSING-DATE   PIC 9(8).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  WS-RETURNS-CHECK-KEY  PIC X(2).
           05  WS-PAYMENTS-CHECK-KEY PIC X(2).
           05  WS-BANK-CHECK-KEY     PIC X(2).
           05  WS-RUNDATE-CHECK-KEY  PIC X(2).
           05  WS-RUN-DATE           PIC 9(8).
           05  WS-BATCH-DATE         PIC 9(8) VALUE ZERO.

      *The returned deposit comes back into cash clearing and is
      *owed to the employee again until the cheque pays it.
       01  WS-CASH-ACCOUNT         PIC X(30)
               VALUE "CASH CLEARING".
       01  WS-REISSUE-ACCOUNT      PIC X(30)
               VALUE "RETURNED DEPOSITS PAYABLE".
       01  WS-POST-DR-CR           PIC X.
       01  WS-POST-ACCOUNT         PIC X(30).

      *Every returned item, loaded up front.  An item is matched at
      *most once, so two returns for the same employee and amount
      *need two deposits in the batch.
       01  WS-RETURN-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-RETURN-TABLE.
           05  WS-RETURN-ENTRY OCCURS 200 TIMES
                   INDEXED BY RET-IDX.
               10  WS-RET-EMPLOYEEID PIC 9(7) VALUE ZERO.
               10  WS-RET-ROUTING    PIC 9(9) VALUE ZERO.
               10  WS-RET-ACCOUNT    PIC X(17) VALUE SPACES.
               10  WS-RET-AMOUNT     PIC 9(7)V99 VALUE ZERO.
               10  WS-RET-CODE       PIC X(3) VALUE SPACES.
               10  WS-RET-BATCH-DATE PIC 9(8) VALUE ZERO.
               10  WS-RET-MATCH-FLAG PIC X VALUE "N".
                   88  RETURN-IS-MATCHED VALUE "Y".
               10  WS-RET-ACCOUNT-FLAG PIC X VALUE "N".
                   88  ACCOUNT-WAS-SUSPENDED VALUE "Y".

       01  WS-SUSPEND-FLAG          PIC X VALUE "N".
           88  SUSPEND-THIS-ACCOUNT VALUE "Y".

       01  WS-RETURNS-COUNTS.
           05  WS-MATCHED-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-UNMATCHED-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-PRENOTE-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-SUSPENDED-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-ACCOUNT-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-JOURNAL-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-REISSUE-TOTAL     PIC 9(9)V99 VALUE ZERO.

       01  HEADING-LINE1.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FILLER               PIC X(32) VALUE
                 "RETURNED DEPOSITS               ".
           05  HL1-RUN-DATE         PIC 9(8).
           05  FILLER               PIC X(10) VALUE
                 "   BATCH  ".
           05  HL1-BATCH-DATE       PIC 9(8).

       01  HEADING-LINE2.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FILLER               PIC X(9)  VALUE "EMPLOYEE ".
           05  FILLER               PIC X(11) VALUE "ROUTING    ".
           05  FILLER               PIC X(19) VALUE "ACCOUNT".
           05  FILLER               PIC X(12) VALUE "      AMOUNT".
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(6)  VALUE "CODE".
           05  FILLER               PIC X(10) VALUE "BATCH".
           05  FILLER               PIC X(40) VALUE "ACTION".

       01  RETURNS-DETAIL-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  DL-EMPLOYEEID        PIC 9(7).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-ROUTING           PIC 9(9).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-ACCOUNT           PIC X(17).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-AMOUNT            PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-RETURN-CODE       PIC X(3).
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  DL-BATCH-DATE        PIC 9(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-ACTION            PIC X(40).

       01  FOOTING-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FL-LABEL             PIC X(30).
           05  FL-COUNT             PIC ZZZZ9.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  FL-DOLLARS           PIC ZZZ,ZZZ,ZZ9.99
                                    BLANK WHEN ZERO.

       PROCEDURE DIVISION.

       0100-PROCESS-RETURNS.
           PERFORM 0050-GET-PROCESSING-DATE.
           OPEN INPUT RETURNSFILE.
           IF WS-RETURNS-CHECK-KEY NOT = "00"
               DISPLAY "Non-zero file status: ",
                       WS-RETURNS-CHECK-KEY, " on BANKRETURNS.DAT"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0110-READ-RETURN.
           PERFORM 0200-LOAD-ONE-RETURN UNTIL ENDOFRETURNS.
           CLOSE RETURNSFILE.

           OPEN INPUT BANKPAYMENTS.
           IF WS-PAYMENTS-CHECK-KEY NOT = "00"
               DISPLAY "Non-zero file status: ",
                       WS-PAYMENTS-CHECK-KEY, " on BANKPAYMENTS.DAT"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0120-READ-PAYMENT.
           PERFORM 0300-MATCH-ONE-PAYMENT UNTIL ENDOFPAYMENTS.
           CLOSE BANKPAYMENTS.

           OPEN INPUT BANKACCOUNTS.
           IF WS-BANK-CHECK-KEY NOT = "00"
               DISPLAY "Non-zero file status: ",
                       WS-BANK-CHECK-KEY, " on BANKACCOUNTS.DAT"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-END-PROGRAM
           END-IF.
           OPEN OUTPUT NEWBANKACCOUNTS.
           PERFORM 0130-READ-ACCOUNT.
           PERFORM 0400-COPY-ONE-ACCOUNT UNTIL ENDOFBANK.
           CLOSE BANKACCOUNTS, NEWBANKACCOUNTS.

           OPEN OUTPUT CHECKPRINT.
           OPEN OUTPUT GLJOURNAL.
           OPEN OUTPUT RETURNSREPORT.
           MOVE WS-RUN-DATE TO HL1-RUN-DATE.
           MOVE WS-BATCH-DATE TO HL1-BATCH-DATE.
           WRITE RETURNSREPORTLINE FROM HEADING-LINE1
              AFTER ADVANCING PAGE.
           WRITE RETURNSREPORTLINE FROM HEADING-LINE2
              AFTER ADVANCING 2 LINES.
           MOVE SPACES TO RETURNSREPORTLINE.
           WRITE RETURNSREPORTLINE AFTER ADVANCING 1 LINE.
           SET RET-IDX TO 1.
           PERFORM 0500-SETTLE-ONE-RETURN
               UNTIL RET-IDX > WS-RETURN-COUNT.
           PERFORM 0600-WRITE-FOOTINGS.
           CLOSE CHECKPRINT, GLJOURNAL, RETURNSREPORT.
           PERFORM 9000-END-PROGRAM.
       0100-END.

       0050-GET-PROCESSING-DATE.
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
       0050-END.

       0110-READ-RETURN.
           READ RETURNSFILE
               AT END SET ENDOFRETURNS TO TRUE
           END-READ.
           IF NOT ENDOFRETURNS AND RETURNSRECORD = SPACES
               GO TO 0110-READ-RETURN
           END-IF.
       0110-END.

       0120-READ-PAYMENT.
           READ BANKPAYMENTS
               AT END SET ENDOFPAYMENTS TO TRUE
           END-READ.
           IF NOT ENDOFPAYMENTS AND BANKPAYMENTRECORD = SPACES
               GO TO 0120-READ-PAYMENT
           END-IF.
       0120-END.

       0130-READ-ACCOUNT.
           READ BANKACCOUNTS
               AT END SET ENDOFBANK TO TRUE
           END-READ.
           IF NOT ENDOFBANK AND BANKACCOUNTRECORD = SPACES
               GO TO 0130-READ-ACCOUNT
           END-IF.
       0130-END.

       0200-LOAD-ONE-RETURN.
           IF WS-RETURN-COUNT < 200
               ADD 1 TO WS-RETURN-COUNT
               SET RET-IDX TO WS-RETURN-COUNT
               MOVE BR-EMPLOYEEID TO WS-RET-EMPLOYEEID(RET-IDX)
               MOVE BR-ROUTING-NUMBER TO WS-RET-ROUTING(RET-IDX)
               MOVE BR-ACCOUNT-NUMBER TO WS-RET-ACCOUNT(RET-IDX)
               MOVE BR-AMOUNT TO WS-RET-AMOUNT(RET-IDX)
               MOVE BR-RETURN-CODE TO WS-RET-CODE(RET-IDX)
               MOVE BR-BATCH-DATE TO WS-RET-BATCH-DATE(RET-IDX)
           ELSE
               DISPLAY "Return table full at 200 entries, ",
                       "ignoring ", BR-EMPLOYEEID
           END-IF.
           PERFORM 0110-READ-RETURN.
       0200-END.

      *Only details from the batch the return names can match; the
      *header carries that batch's date.
       0300-MATCH-ONE-PAYMENT.
           IF BK-IS-HEADER
               MOVE BKH-RUN-DATE TO WS-BATCH-DATE
           END-IF.
           IF BK-IS-DETAIL
               SET RET-IDX TO 1
               SEARCH WS-RETURN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RET-EMPLOYEEID(RET-IDX) = BKD-EMPLOYEEID
                    AND WS-RET-AMOUNT(RET-IDX) = BKD-AMOUNT
                    AND WS-RET-BATCH-DATE(RET-IDX) = WS-BATCH-DATE
                    AND NOT RETURN-IS-MATCHED(RET-IDX)
                       SET RETURN-IS-MATCHED(RET-IDX) TO TRUE
               END-SEARCH
           END-IF.
           PERFORM 0120-READ-PAYMENT.
       0300-END.

      *Every account rides through to BANKACCOUNTS.NEW; the ones
      *with a matched return are suspended on the way.
       0400-COPY-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT.
           MOVE "N" TO WS-SUSPEND-FLAG.
           PERFORM 0410-CHECK-ONE-RETURN
               VARYING RET-IDX FROM 1 BY 1
               UNTIL RET-IDX > WS-RETURN-COUNT.
           IF SUSPEND-THIS-ACCOUNT
               ADD 1 TO WS-SUSPENDED-COUNT
           END-IF.
           WRITE NEWBANKACCOUNTRECORD FROM BANKACCOUNTRECORD
               AFTER ADVANCING 1 LINE.
           PERFORM 0130-READ-ACCOUNT.
       0400-END.

       0410-CHECK-ONE-RETURN.
           IF WS-RET-EMPLOYEEID(RET-IDX) = BA-EMPLOYEEID
              AND RETURN-IS-MATCHED(RET-IDX)
               MOVE "S" TO BA-STATUS
               MOVE WS-RET-CODE(RET-IDX) TO BA-RETURN-CODE
               MOVE WS-RUN-DATE TO BA-STATUS-DATE
               SET ACCOUNT-WAS-SUSPENDED(RET-IDX) TO TRUE
               SET SUSPEND-THIS-ACCOUNT TO TRUE
           END-IF.
       0410-END.

       0500-SETTLE-ONE-RETURN.
           MOVE WS-RET-EMPLOYEEID(RET-IDX) TO DL-EMPLOYEEID.
           MOVE WS-RET-ROUTING(RET-IDX) TO DL-ROUTING.
           MOVE WS-RET-ACCOUNT(RET-IDX) TO DL-ACCOUNT.
           MOVE WS-RET-AMOUNT(RET-IDX) TO DL-AMOUNT.
           MOVE WS-RET-CODE(RET-IDX) TO DL-RETURN-CODE.
           MOVE WS-RET-BATCH-DATE(RET-IDX) TO DL-BATCH-DATE.
           IF RETURN-IS-MATCHED(RET-IDX)
              AND WS-RET-AMOUNT(RET-IDX) = ZERO
               MOVE "PRENOTE RETURNED, ACCOUNT SUSPENDED"
                   TO DL-ACTION
               ADD 1 TO WS-PRENOTE-COUNT
           ELSE IF RETURN-IS-MATCHED(RET-IDX)
               PERFORM 0510-REISSUE-BY-CHECK
               IF ACCOUNT-WAS-SUSPENDED(RET-IDX)
                   MOVE "REISSUED BY CHECK, ACCOUNT SUSPENDED"
                       TO DL-ACTION
               ELSE
                   MOVE "REISSUED BY CHECK, NO ACCOUNT ON FILE"
                       TO DL-ACTION
               END-IF
               ADD 1 TO WS-MATCHED-COUNT
           ELSE
               MOVE "NO MATCHING DEPOSIT - NOT REISSUED"
                   TO DL-ACTION
               ADD 1 TO WS-UNMATCHED-COUNT
           END-IF END-IF.
           WRITE RETURNSREPORTLINE FROM RETURNS-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           SET RET-IDX UP BY 1.
       0500-END.

      *Reversal: the returned deposit is back in cash clearing and
      *owed again.  Re-payment: the cheque settles what is owed.
       0510-REISSUE-BY-CHECK.
           MOVE SPACES TO CHECKPRINTRECORD.
           MOVE WS-RET-EMPLOYEEID(RET-IDX) TO CK-EMPLOYEEID.
           MOVE WS-RET-AMOUNT(RET-IDX) TO CK-NET-PAY.
           STRING "DEPOSIT RETURNED " DELIMITED BY SIZE
                  WS-RET-CODE(RET-IDX) DELIMITED BY SIZE
                  " - REISSUE CHECK" DELIMITED BY SIZE
               INTO CK-MESSAGE
           END-STRING.
           WRITE CHECKPRINTRECORD AFTER ADVANCING 1 LINE.
           ADD WS-RET-AMOUNT(RET-IDX) TO WS-REISSUE-TOTAL.

           MOVE "D" TO WS-POST-DR-CR.
           MOVE WS-CASH-ACCOUNT TO WS-POST-ACCOUNT.
           PERFORM 0520-WRITE-JOURNAL-LINE.
           MOVE "C" TO WS-POST-DR-CR.
           MOVE WS-REISSUE-ACCOUNT TO WS-POST-ACCOUNT.
           PERFORM 0520-WRITE-JOURNAL-LINE.

           MOVE "D" TO WS-POST-DR-CR.
           MOVE WS-REISSUE-ACCOUNT TO WS-POST-ACCOUNT.
           PERFORM 0520-WRITE-JOURNAL-LINE.
           MOVE "C" TO WS-POST-DR-CR.
           MOVE WS-CASH-ACCOUNT TO WS-POST-ACCOUNT.
           PERFORM 0520-WRITE-JOURNAL-LINE.
       0510-END.

       0520-WRITE-JOURNAL-LINE.
           MOVE SPACES TO GLJOURNALRECORD.
           MOVE WS-RUN-DATE TO GJ-RUN-DATE.
           MOVE WS-POST-DR-CR TO GJ-DR-CR.
           MOVE WS-POST-ACCOUNT TO GJ-ACCOUNT.
           MOVE WS-RET-AMOUNT(RET-IDX) TO GJ-AMOUNT.
           WRITE GLJOURNALRECORD AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-JOURNAL-COUNT.
       0520-END.

       0600-WRITE-FOOTINGS.
           MOVE "REISSUED BY CHECK:" TO FL-LABEL.
           MOVE WS-MATCHED-COUNT TO FL-COUNT.
           MOVE WS-REISSUE-TOTAL TO FL-DOLLARS.
           WRITE RETURNSREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 2 LINES.
           MOVE "ACCOUNTS SUSPENDED:" TO FL-LABEL.
           MOVE WS-SUSPENDED-COUNT TO FL-COUNT.
           MOVE ZERO TO FL-DOLLARS.
           WRITE RETURNSREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 1 LINE.
           MOVE "PRENOTES RETURNED:" TO FL-LABEL.
           MOVE WS-PRENOTE-COUNT TO FL-COUNT.
           WRITE RETURNSREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 1 LINE.
           MOVE "NO MATCHING DEPOSIT:" TO FL-LABEL.
           MOVE WS-UNMATCHED-COUNT TO FL-COUNT.
           WRITE RETURNSREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 1 LINE.
       0600-END.

       9000-END-PROGRAM.
           DISPLAY "Returned items read:       ", WS-RETURN-COUNT.
           DISPLAY "Reissued by check:         ", WS-MATCHED-COUNT.
           DISPLAY "Reissue dollar total:      ", WS-REISSUE-TOTAL.
           DISPLAY "Prenotes returned:         ", WS-PRENOTE-COUNT.
           DISPLAY "No matching deposit:       ", WS-UNMATCHED-COUNT.
           DISPLAY "Accounts suspended:        ", WS-SUSPENDED-COUNT.
           DISPLAY "Journal lines written:     ", WS-JOURNAL-COUNT.
           STOP RUN.

          END PROGRAM BANKRETURNS.

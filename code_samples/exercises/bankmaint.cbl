       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKMAINT.

      *Applies payroll's banking-detail forms to BANKACCOUNTS.DAT
      *instead of anyone hand-editing the file that decides where
      *the pay goes.  Each BANKTRANS.DAT record is an action code --
      *A (add), C (change), D (delete) -- with the employee's
      *routing number, account number, and account type.  The
      *forms are sorted into EMPLOYEEID order, keeping the order
      *they were keyed in for any one employee, and matched
      *against the master old-file/new-file style: every account
      *rides through to BANKACCOUNTS.NEW, which GENROLL PROMOTE
      *BANKMAIN swaps in, as for the other generation files.
      *Every form is answered with one APPLIED or REJECTED line on
      *BANKMAINTLOG.DAT, and every change to the master writes its
      *before-image to BANKJOURNAL.DAT.
      *
      *A new or changed account is not trusted with money straight
      *away.  It goes to "N" (awaiting prenote), and DIRECTDEP puts
      *a zero-dollar prenote for it in the next BANKPAYMENTS.DAT
      *batch, reporting it on PRENOTESENT.DAT.  This run then moves
      *the account to "P" (prenote sent) as of that batch date.
      *Once the prenote period has passed without BANKRETURNS
      *suspending it, the account goes active.  Until then the
      *employee is paid by cheque.  An account added, changed, or
      *deleted within a few days of a pay date on PAYDATES.DAT is
      *listed on BANKCONFIRM.LPT for payroll to confirm with the
      *employee before the money moves.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANKACCOUNTS ASSIGN TO "BANKACCOUNTS.DAT"
               FILE STATUS IS WS-BANK-CHECK-KEY
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT NEWBANKACCOUNTS ASSIGN TO "BANKACCOUNTS.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.

      *No transaction file just means no forms today; the prenote
      *pass still runs.
       SELECT TRANSFILE ASSIGN TO "BANKTRANS.DAT"
           FILE STATUS IS WS-TRANS-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SORTWORK ASSIGN TO "BANKWORK.TMP".

       SELECT SORTEDTRANS ASSIGN TO "BANKSORTED.TMP"
           ORGANIZATION IS LINE SEQUENTIAL.

      *The prenotes DIRECTDEP put in its last batch.  Optional.
       SELECT PRENOTEFILE ASSIGN TO "PRENOTESENT.DAT"
           FILE STATUS IS WS-PRENOTE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

      *The year's pay dates, one per line.  Optional; without it
      *nothing is listed for confirmation.
       SELECT PAYDATEFILE ASSIGN TO "PAYDATES.DAT"
           FILE STATUS IS WS-PAYDATE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

      *Before-image journal: one line per account added, changed,
      *deleted, or moved along the prenote cycle, with a timestamp,
      *the program name, and the record as it stood before.
       SELECT JOURNALFILE ASSIGN TO "BANKJOURNAL.DAT"
           FILE STATUS IS WS-JOURNAL-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT MAINTLOG ASSIGN TO "BANKMAINTLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CONFIRMREPORT ASSIGN TO "BANKCONFIRM.LPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BANKACCOUNTS.
       01 BANKACCOUNTRECORD.
            88 ENDOFBANK            VALUE HIGH-VALUES.
            04 BA-EMPLOYEEID        PIC 9(7).
            04 BA-ROUTING-NUMBER    PIC 9(9).
            04 BA-ACCOUNT-NUMBER    PIC X(17).
            04 BA-ACCOUNT-TYPE      PIC X.
            04 BA-STATUS            PIC X.
            04 BA-RETURN-CODE       PIC X(3).
            04 BA-STATUS-DATE       PIC 9(8).

      *The account being built for the new master.  Status: space
      *or "A" active, "N" awaiting prenote, "P" prenote sent on
      *NB-STATUS-DATE, "S" suspended after a returned deposit.
       FD NEWBANKACCOUNTS.
       01 NEWBANKACCOUNTRECORD.
            04 NB-EMPLOYEEID        PIC 9(7).
            04 NB-ROUTING-NUMBER    PIC 9(9).
            04 NB-ACCOUNT-NUMBER    PIC X(17).
            04 NB-ACCOUNT-TYPE      PIC X.
            04 NB-STATUS            PIC X.
               88 NB-IS-ACTIVE      VALUE " " "A".
               88 NB-AWAITING-PRENOTE VALUE "N".
               88 NB-PRENOTE-SENT   VALUE "P".
               88 NB-IS-SUSPENDED   VALUE "S".
            04 NB-RETURN-CODE       PIC X(3).
            04 NB-STATUS-DATE       PIC 9(8).

       FD TRANSFILE.
       01 TRANSFILERECORD          PIC X(35).

      * sd temporary file for the EMPLOYEEID re-sequencing
       SD SORTWORK.
       01 SORTWORKREC.
            04 FILLER               PIC X.
            04 SW-EMPLOYEEID        PIC 9(7).
            04 FILLER               PIC X(27).

       FD SORTEDTRANS.
       01 TRANSRECORD.
            88 ENDOFTRANS           VALUE HIGH-VALUES.
            04 TR-ACTION            PIC X.
               88 TR-IS-ADD         VALUE "A".
               88 TR-IS-CHANGE      VALUE "C".
               88 TR-IS-DELETE      VALUE "D".
            04 TR-EMPLOYEEID        PIC 9(7).
            04 TR-ROUTING-NUMBER    PIC 9(9).
            04 TR-ROUTING-DIGITS REDEFINES TR-ROUTING-NUMBER.
               05 TR-ROUTING-DIGIT  PIC 9 OCCURS 9 TIMES.
            04 TR-ACCOUNT-NUMBER    PIC X(17).
            04 TR-ACCOUNT-TYPE      PIC X.
               88 TR-ACCOUNT-TYPE-IS-VALID VALUE "C" "S".

       FD PRENOTEFILE.
       01 PRENOTERECORD.
            88 ENDOFPRENOTES        VALUE HIGH-VALUES.
            04 PN-EMPLOYEEID        PIC 9(7).
            04 FILLER               PIC X(2).
            04 PN-BATCH-DATE        PIC 9(8).

       FD PAYDATEFILE.
       01 PAYDATERECORD.
            88 ENDOFPAYDATES        VALUE HIGH-VALUES.
            04 PD-PAY-DATE          PIC 9(8).

       FD JOURNALFILE.
       01 JOURNALRECORD.
            02 BJ-JOURNAL-DATE      PIC 9(8).
            02 BJ-JOURNAL-TIME      PIC 9(8).
            02 FILLER               PIC X(2).
            02 BJ-PROGRAM           PIC X(10).
            02 FILLER               PIC X(2).
            02 BJ-ACTION            PIC X.
            02 FILLER               PIC X(2).
            02 BJ-BEFORE-IMAGE      PIC X(46).

       FD MAINTLOG.
       01 MAINTLOGRECORD.
            02 ML-EMPLOYEEID        PIC 9(7).
            02 FILLER               PIC X(2).
            02 ML-ACTION            PIC X.
            02 FILLER               PIC X(2).
            02 ML-DISPOSITION       PIC X(8).
            02 FILLER               PIC X(2).
            02 ML-REASON            PIC X(30).
            02 FILLER               PIC X(2).
            02 ML-RUN-DATE          PIC 9(8).

       FD CONFIRMREPORT.
       01 CONFIRMREPORTLINE        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  WS-BANK-CHECK-KEY    PIC X(2).
           05  WS-TRANS-CHECK-KEY   PIC X(2).
           05  WS-PRENOTE-CHECK-KEY PIC X(2).
           05  WS-PAYDATE-CHECK-KEY PIC X(2).
           05  WS-JOURNAL-CHECK-KEY PIC X(2).
           05  WS-RUN-DATE          PIC 9(8).
           05  WS-RUN-DAY           PIC 9(7).

      *How long a prenote has to stand unreturned before the account
      *takes deposits, and how close to a pay date a change has to
      *fall to be listed for confirmation.
       01  WS-PRENOTE-TERMS.
           05  WS-PRENOTE-DAYS      PIC 9(2) VALUE 10.
           05  WS-CONFIRM-DAYS      PIC 9(2) VALUE 5.

      *The key being settled: the lower of the next master and the
      *next transaction, and whether an account for it is on hand.
       01  WS-CURRENT-KEY           PIC 9(7).
       01  WS-ON-FILE-FLAG          PIC X VALUE "N".
           88  ACCOUNT-ON-FILE      VALUE "Y".

      *Prenotes DIRECTDEP reported sent, loaded up front.
       01  WS-PRENOTE-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-PRENOTE-TABLE.
           05  WS-PRENOTE-ENTRY OCCURS 500 TIMES
                   INDEXED BY PN-IDX.
               10  WS-PN-EMPLOYEEID PIC 9(7) VALUE ZERO.
               10  WS-PN-BATCH-DATE PIC 9(8) VALUE ZERO.

      *Pay dates as day numbers, so the confirmation window is a
      *plain range test.
       01  WS-PAYDATE-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-PAYDATE-TABLE.
           05  WS-PAYDATE-ENTRY OCCURS 60 TIMES
                   INDEXED BY PD-IDX.
               10  WS-PD-PAY-DATE   PIC 9(8) VALUE ZERO.
               10  WS-PD-PAY-DAY    PIC 9(7) VALUE ZERO.
       01  WS-WINDOW-LOW            PIC 9(7).
       01  WS-WINDOW-HIGH           PIC 9(7).
       01  WS-STATUS-DAY            PIC 9(7).

      *Routing number check digit: weights 3, 7, 1 across the nine
      *digits must total a multiple of ten.
       01  WS-ROUTING-CHECK.
           05  WS-ROUTING-SUM       PIC 9(4).
           05  WS-ROUTING-TENS      PIC 9(4).
           05  WS-ROUTING-REMAINDER PIC 9.

      *Account details as they stood before the form, for the
      *confirmation listing.
       01  WS-OLD-ROUTING           PIC 9(9).
       01  WS-OLD-ACCOUNT           PIC X(17).

       01  WS-MAINT-COUNTS.
           05  WS-TRANS-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-APPLIED-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-REJECTED-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-ACCOUNT-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-PRENOTED-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-ACTIVATED-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-CONFIRM-COUNT     PIC 9(5) VALUE ZERO.

      *Journal work area: the action letter (W write, R rewrite, D
      *delete) and the record image as it stood BEFORE the change
      *(for a W, the image written, so a rollback knows the key).
       01  WS-JOURNAL-FIELDS.
           05  WS-JOURNAL-ACTION    PIC X.
           05  WS-JOURNAL-IMAGE     PIC X(46).
           05  WS-JOURNAL-TIME      PIC 9(8).

       01  WS-TRANS-FLAGS.
           05  WS-TRANS-VALID       PIC X VALUE "Y".
               88  TRANS-IS-VALID   VALUE "Y".
               88  TRANS-IS-INVALID VALUE "N".
           05  WS-REJECT-TEXT       PIC X(30).

       01  HEADING-LINE1.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FILLER               PIC X(48) VALUE
                 "BANK ACCOUNT CHANGES NEAR A PAY DATE - CONFIRM  ".
           05  HL1-RUN-DATE         PIC 9(8).

       01  HEADING-LINE2.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FILLER               PIC X(9)  VALUE "EMPLOYEE ".
           05  FILLER               PIC X(8)  VALUE "ACTION".
           05  FILLER               PIC X(11) VALUE "OLD ROUTING".
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(19) VALUE "OLD ACCOUNT".
           05  FILLER               PIC X(11) VALUE "NEW ROUTING".
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(19) VALUE "NEW ACCOUNT".
           05  FILLER               PIC X(8)  VALUE "PAY DATE".

       01  CONFIRM-DETAIL-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  DL-EMPLOYEEID        PIC 9(7).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-ACTION            PIC X(6).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-OLD-ROUTING       PIC 9(9) BLANK WHEN ZERO.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  DL-OLD-ACCOUNT       PIC X(17).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-NEW-ROUTING       PIC 9(9) BLANK WHEN ZERO.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  DL-NEW-ACCOUNT       PIC X(17).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-PAY-DATE          PIC 9(8).

       01  FOOTING-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FILLER               PIC X(30) VALUE
                 "CHANGES TO CONFIRM: ".
           05  FL-CONFIRM-COUNT     PIC ZZZZ9.

       PROCEDURE DIVISION.

       0100-APPLY-TRANSACTIONS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DAY = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           OPEN INPUT BANKACCOUNTS.
           IF WS-BANK-CHECK-KEY NOT = "00"
               DISPLAY "Non-zero file status: ",
                       WS-BANK-CHECK-KEY, " on BANKACCOUNTS.DAT"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0050-LOAD-PAY-DATES.
           PERFORM 0060-LOAD-PRENOTES-SENT.

           OPEN INPUT TRANSFILE.
           IF WS-TRANS-CHECK-KEY = "00"
               CLOSE TRANSFILE
               SORT SORTWORK ON ASCENDING KEY SW-EMPLOYEEID
                   WITH DUPLICATES IN ORDER
                   USING TRANSFILE
                   GIVING SORTEDTRANS
               OPEN INPUT SORTEDTRANS
               PERFORM 0130-READ-TRANS
           ELSE
               DISPLAY "No BANKTRANS.DAT: prenote pass only"
               SET ENDOFTRANS TO TRUE
           END-IF.

           OPEN OUTPUT NEWBANKACCOUNTS.
           OPEN OUTPUT MAINTLOG.
           OPEN EXTEND JOURNALFILE.
           IF WS-JOURNAL-CHECK-KEY = "35"
               OPEN OUTPUT JOURNALFILE
           END-IF.
           OPEN OUTPUT CONFIRMREPORT.
           MOVE WS-RUN-DATE TO HL1-RUN-DATE.
           WRITE CONFIRMREPORTLINE FROM HEADING-LINE1
              AFTER ADVANCING PAGE.
           WRITE CONFIRMREPORTLINE FROM HEADING-LINE2
              AFTER ADVANCING 2 LINES.
           MOVE SPACES TO CONFIRMREPORTLINE.
           WRITE CONFIRMREPORTLINE AFTER ADVANCING 1 LINE.

           PERFORM 0120-READ-BANK.
           PERFORM 0200-SETTLE-ONE-KEY
               UNTIL ENDOFBANK AND ENDOFTRANS.

           MOVE WS-CONFIRM-COUNT TO FL-CONFIRM-COUNT.
           WRITE CONFIRMREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 2 LINES.
           IF WS-TRANS-CHECK-KEY = "00"
               CLOSE SORTEDTRANS
           END-IF.
           CLOSE BANKACCOUNTS, NEWBANKACCOUNTS, MAINTLOG,
               JOURNALFILE, CONFIRMREPORT.
           PERFORM 9000-END-PROGRAM.
       0100-END.

       0050-LOAD-PAY-DATES.
           OPEN INPUT PAYDATEFILE.
           IF WS-PAYDATE-CHECK-KEY = "00"
               PERFORM 0055-LOAD-ONE-PAY-DATE UNTIL ENDOFPAYDATES
               CLOSE PAYDATEFILE
           END-IF.
       0050-END.

       0055-LOAD-ONE-PAY-DATE.
           READ PAYDATEFILE
               AT END SET ENDOFPAYDATES TO TRUE
               NOT AT END
                   IF PAYDATERECORD NOT = SPACES
                       IF PD-PAY-DATE NOT NUMERIC
                           DISPLAY "PAYDATES.DAT: not a date, ",
                                   "ignoring ", PAYDATERECORD
                       ELSE IF WS-PAYDATE-COUNT < 60
                           ADD 1 TO WS-PAYDATE-COUNT
                           SET PD-IDX TO WS-PAYDATE-COUNT
                           MOVE PD-PAY-DATE TO WS-PD-PAY-DATE(PD-IDX)
                           COMPUTE WS-PD-PAY-DAY(PD-IDX) =
                               FUNCTION INTEGER-OF-DATE(PD-PAY-DATE)
                       ELSE
                           DISPLAY "PAYDATES.DAT: table full at "
                                   "60 entries, ignoring ", PD-PAY-DATE
                       END-IF END-IF
                   END-IF
           END-READ.
       0055-END.

       0060-LOAD-PRENOTES-SENT.
           OPEN INPUT PRENOTEFILE.
           IF WS-PRENOTE-CHECK-KEY = "00"
               PERFORM 0065-LOAD-ONE-PRENOTE UNTIL ENDOFPRENOTES
               CLOSE PRENOTEFILE
           END-IF.
       0060-END.

       0065-LOAD-ONE-PRENOTE.
           READ PRENOTEFILE
               AT END SET ENDOFPRENOTES TO TRUE
               NOT AT END
                   IF PRENOTERECORD NOT = SPACES
                       IF WS-PRENOTE-COUNT < 500
                           ADD 1 TO WS-PRENOTE-COUNT
                           SET PN-IDX TO WS-PRENOTE-COUNT
                           MOVE PN-EMPLOYEEID
                               TO WS-PN-EMPLOYEEID(PN-IDX)
                           MOVE PN-BATCH-DATE
                               TO WS-PN-BATCH-DATE(PN-IDX)
                       ELSE
                           DISPLAY "PRENOTESENT.DAT: table full at "
                                   "500 entries, ignoring ",
                                   PN-EMPLOYEEID
                       END-IF
                   END-IF
           END-READ.
       0065-END.

       0120-READ-BANK.
           READ BANKACCOUNTS
               AT END SET ENDOFBANK TO TRUE
           END-READ.
           IF NOT ENDOFBANK AND BANKACCOUNTRECORD = SPACES
               GO TO 0120-READ-BANK
           END-IF.
       0120-END.

       0130-READ-TRANS.
           READ SORTEDTRANS
               AT END SET ENDOFTRANS TO TRUE
           END-READ.
           IF NOT ENDOFTRANS AND TRANSRECORD = SPACES
               GO TO 0130-READ-TRANS
           END-IF.
       0130-END.

      *One employee at a time: pick up the master account if there
      *is one, apply every form for the employee in keyed order,
      *move the account along the prenote cycle, and write it out
      *unless a delete took it away.
       0200-SETTLE-ONE-KEY.
           EVALUATE TRUE
               WHEN ENDOFBANK
                   MOVE TR-EMPLOYEEID TO WS-CURRENT-KEY
               WHEN ENDOFTRANS
                   MOVE BA-EMPLOYEEID TO WS-CURRENT-KEY
               WHEN BA-EMPLOYEEID < TR-EMPLOYEEID
                   MOVE BA-EMPLOYEEID TO WS-CURRENT-KEY
               WHEN OTHER
                   MOVE TR-EMPLOYEEID TO WS-CURRENT-KEY
           END-EVALUATE.

           MOVE "N" TO WS-ON-FILE-FLAG.
           IF NOT ENDOFBANK
               IF BA-EMPLOYEEID = WS-CURRENT-KEY
                   MOVE BANKACCOUNTRECORD TO NEWBANKACCOUNTRECORD
                   SET ACCOUNT-ON-FILE TO TRUE
                   PERFORM 0120-READ-BANK
               END-IF
           END-IF.

           PERFORM 0300-APPLY-ONE-TRANSACTION
               UNTIL ENDOFTRANS OR TR-EMPLOYEEID NOT = WS-CURRENT-KEY.

           IF ACCOUNT-ON-FILE
               PERFORM 0400-ADVANCE-PRENOTE
               WRITE NEWBANKACCOUNTRECORD AFTER ADVANCING 1 LINE
               ADD 1 TO WS-ACCOUNT-COUNT
           END-IF.
       0200-END.

       0300-APPLY-ONE-TRANSACTION.
           ADD 1 TO WS-TRANS-COUNT.
           PERFORM 0230-VALIDATE-TRANSACTION.
           IF TRANS-IS-INVALID
               PERFORM 0260-LOG-REJECTED
           ELSE
               EVALUATE TRUE
                   WHEN TR-IS-ADD
                       PERFORM 0310-APPLY-ADD
                   WHEN TR-IS-CHANGE
                       PERFORM 0320-APPLY-CHANGE
                   WHEN TR-IS-DELETE
                       PERFORM 0330-APPLY-DELETE
               END-EVALUATE
           END-IF.
           PERFORM 0130-READ-TRANS.
       0300-END.

      *A delete needs only the employee; an add or change must
      *carry a routing number that passes its check digit, an
      *account number, and a checking ("C") or savings ("S") type.
       0230-VALIDATE-TRANSACTION.
           SET TRANS-IS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-TEXT.
           IF NOT TR-IS-ADD AND NOT TR-IS-CHANGE AND NOT TR-IS-DELETE
               SET TRANS-IS-INVALID TO TRUE
               MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-TEXT
           ELSE IF TR-EMPLOYEEID NOT NUMERIC
               SET TRANS-IS-INVALID TO TRUE
               MOVE "EMPLOYEE ID NOT NUMERIC" TO WS-REJECT-TEXT
           ELSE IF TR-EMPLOYEEID = ZERO
               SET TRANS-IS-INVALID TO TRUE
               MOVE "MISSING EMPLOYEE ID" TO WS-REJECT-TEXT
           ELSE IF TR-IS-ADD OR TR-IS-CHANGE
               IF TR-ROUTING-NUMBER NOT NUMERIC
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "ROUTING NUMBER NOT NUMERIC" TO WS-REJECT-TEXT
               ELSE IF TR-ROUTING-NUMBER = ZERO
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "MISSING ROUTING NUMBER" TO WS-REJECT-TEXT
               ELSE IF TR-ACCOUNT-NUMBER = SPACES
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "MISSING ACCOUNT NUMBER" TO WS-REJECT-TEXT
               ELSE IF NOT TR-ACCOUNT-TYPE-IS-VALID
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "UNKNOWN ACCOUNT TYPE" TO WS-REJECT-TEXT
               ELSE
                   PERFORM 0240-CHECK-ROUTING-DIGIT
                   IF WS-ROUTING-REMAINDER NOT = ZERO
                       SET TRANS-IS-INVALID TO TRUE
                       MOVE "ROUTING CHECK DIGIT INVALID"
                           TO WS-REJECT-TEXT
                   END-IF
               END-IF END-IF END-IF END-IF
           END-IF END-IF END-IF END-IF.
       0230-END.

       0240-CHECK-ROUTING-DIGIT.
           COMPUTE WS-ROUTING-SUM =
               3 * (TR-ROUTING-DIGIT(1) + TR-ROUTING-DIGIT(4)
                    + TR-ROUTING-DIGIT(7))
             + 7 * (TR-ROUTING-DIGIT(2) + TR-ROUTING-DIGIT(5)
                    + TR-ROUTING-DIGIT(8))
             + TR-ROUTING-DIGIT(3) + TR-ROUTING-DIGIT(6)
             + TR-ROUTING-DIGIT(9).
           DIVIDE WS-ROUTING-SUM BY 10 GIVING WS-ROUTING-TENS
               REMAINDER WS-ROUTING-REMAINDER.
       0240-END.

      *An add on top of an account already on file is HR
      *re-submitting a form; it has to come through as a change.
       0310-APPLY-ADD.
           IF ACCOUNT-ON-FILE
               MOVE "ACCOUNT ALREADY ON FILE" TO WS-REJECT-TEXT
               PERFORM 0260-LOG-REJECTED
           ELSE
               MOVE ZERO TO WS-OLD-ROUTING
               MOVE SPACES TO WS-OLD-ACCOUNT
               MOVE SPACES TO NEWBANKACCOUNTRECORD
               MOVE TR-EMPLOYEEID TO NB-EMPLOYEEID
               PERFORM 0340-MOVE-TRANS-TO-ACCOUNT
               SET ACCOUNT-ON-FILE TO TRUE
               MOVE "W" TO WS-JOURNAL-ACTION
               MOVE NEWBANKACCOUNTRECORD TO WS-JOURNAL-IMAGE
               PERFORM 0080-WRITE-JOURNAL
               PERFORM 0250-LOG-APPLIED
               PERFORM 0350-CHECK-PAY-DATE
           END-IF.
       0310-END.

      *A change of any banking detail -- including fixing a
      *suspended account -- restarts the prenote cycle.
       0320-APPLY-CHANGE.
           IF NOT ACCOUNT-ON-FILE
               MOVE "NO ACCOUNT ON FILE" TO WS-REJECT-TEXT
               PERFORM 0260-LOG-REJECTED
           ELSE
               MOVE NB-ROUTING-NUMBER TO WS-OLD-ROUTING
               MOVE NB-ACCOUNT-NUMBER TO WS-OLD-ACCOUNT
               MOVE "R" TO WS-JOURNAL-ACTION
               MOVE NEWBANKACCOUNTRECORD TO WS-JOURNAL-IMAGE
               PERFORM 0340-MOVE-TRANS-TO-ACCOUNT
               PERFORM 0080-WRITE-JOURNAL
               PERFORM 0250-LOG-APPLIED
               PERFORM 0350-CHECK-PAY-DATE
           END-IF.
       0320-END.

      *Deleting the account sends the employee back to the cheque
      *list.
       0330-APPLY-DELETE.
           IF NOT ACCOUNT-ON-FILE
               MOVE "NO ACCOUNT ON FILE" TO WS-REJECT-TEXT
               PERFORM 0260-LOG-REJECTED
           ELSE
               MOVE NB-ROUTING-NUMBER TO WS-OLD-ROUTING
               MOVE NB-ACCOUNT-NUMBER TO WS-OLD-ACCOUNT
               MOVE "D" TO WS-JOURNAL-ACTION
               MOVE NEWBANKACCOUNTRECORD TO WS-JOURNAL-IMAGE
               PERFORM 0080-WRITE-JOURNAL
               MOVE "N" TO WS-ON-FILE-FLAG
               PERFORM 0250-LOG-APPLIED
               PERFORM 0350-CHECK-PAY-DATE
           END-IF.
       0330-END.

       0340-MOVE-TRANS-TO-ACCOUNT.
           MOVE TR-ROUTING-NUMBER TO NB-ROUTING-NUMBER.
           MOVE TR-ACCOUNT-NUMBER TO NB-ACCOUNT-NUMBER.
           MOVE TR-ACCOUNT-TYPE   TO NB-ACCOUNT-TYPE.
           MOVE "N"               TO NB-STATUS.
           MOVE SPACES            TO NB-RETURN-CODE.
           MOVE WS-RUN-DATE       TO NB-STATUS-DATE.
       0340-END.

      *Listed when any pay date falls within the confirmation window
      *either side of today.
       0350-CHECK-PAY-DATE.
           COMPUTE WS-WINDOW-LOW = WS-RUN-DAY - WS-CONFIRM-DAYS.
           COMPUTE WS-WINDOW-HIGH = WS-RUN-DAY + WS-CONFIRM-DAYS.
           SET PD-IDX TO 1.
           SEARCH WS-PAYDATE-ENTRY
               AT END
                   CONTINUE
               WHEN PD-IDX > WS-PAYDATE-COUNT
                   CONTINUE
               WHEN WS-PD-PAY-DAY(PD-IDX) NOT < WS-WINDOW-LOW
                AND WS-PD-PAY-DAY(PD-IDX) NOT > WS-WINDOW-HIGH
                   PERFORM 0360-WRITE-CONFIRM-LINE
           END-SEARCH.
       0350-END.

       0360-WRITE-CONFIRM-LINE.
           MOVE TR-EMPLOYEEID TO DL-EMPLOYEEID.
           EVALUATE TRUE
               WHEN TR-IS-ADD
                   MOVE "ADD" TO DL-ACTION
               WHEN TR-IS-CHANGE
                   MOVE "CHANGE" TO DL-ACTION
               WHEN OTHER
                   MOVE "DELETE" TO DL-ACTION
           END-EVALUATE.
           MOVE WS-OLD-ROUTING TO DL-OLD-ROUTING.
           MOVE WS-OLD-ACCOUNT TO DL-OLD-ACCOUNT.
           IF TR-IS-DELETE
               MOVE ZERO TO DL-NEW-ROUTING
               MOVE SPACES TO DL-NEW-ACCOUNT
           ELSE
               MOVE TR-ROUTING-NUMBER TO DL-NEW-ROUTING
               MOVE TR-ACCOUNT-NUMBER TO DL-NEW-ACCOUNT
           END-IF.
           MOVE WS-PD-PAY-DATE(PD-IDX) TO DL-PAY-DATE.
           WRITE CONFIRMREPORTLINE FROM CONFIRM-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-CONFIRM-COUNT.
       0360-END.

      *"N" becomes "P" once DIRECTDEP reports the prenote went out
      *in a batch dated on or after the account was keyed (an older
      *prenote was for the details this one replaced).  "P" becomes
      *active once the prenote period has run.
       0400-ADVANCE-PRENOTE.
           IF NB-AWAITING-PRENOTE
               SET PN-IDX TO 1
               SEARCH WS-PRENOTE-ENTRY
                   AT END
                       CONTINUE
                   WHEN PN-IDX > WS-PRENOTE-COUNT
                       CONTINUE
                   WHEN WS-PN-EMPLOYEEID(PN-IDX) = NB-EMPLOYEEID
                    AND WS-PN-BATCH-DATE(PN-IDX) NOT < NB-STATUS-DATE
                       MOVE "R" TO WS-JOURNAL-ACTION
                       MOVE NEWBANKACCOUNTRECORD TO WS-JOURNAL-IMAGE
                       PERFORM 0080-WRITE-JOURNAL
                       MOVE "P" TO NB-STATUS
                       MOVE WS-PN-BATCH-DATE(PN-IDX) TO NB-STATUS-DATE
                       ADD 1 TO WS-PRENOTED-COUNT
               END-SEARCH
           ELSE IF NB-PRENOTE-SENT AND NB-STATUS-DATE NUMERIC
               COMPUTE WS-STATUS-DAY =
                   FUNCTION INTEGER-OF-DATE(NB-STATUS-DATE)
               IF WS-RUN-DAY - WS-STATUS-DAY NOT < WS-PRENOTE-DAYS
                   MOVE "R" TO WS-JOURNAL-ACTION
                   MOVE NEWBANKACCOUNTRECORD TO WS-JOURNAL-IMAGE
                   PERFORM 0080-WRITE-JOURNAL
                   MOVE "A" TO NB-STATUS
                   MOVE WS-RUN-DATE TO NB-STATUS-DATE
                   ADD 1 TO WS-ACTIVATED-COUNT
               END-IF
           END-IF END-IF.
       0400-END.

       0080-WRITE-JOURNAL.
           ACCEPT WS-JOURNAL-TIME FROM TIME.
           MOVE SPACES TO JOURNALRECORD.
           MOVE WS-RUN-DATE TO BJ-JOURNAL-DATE.
           MOVE WS-JOURNAL-TIME TO BJ-JOURNAL-TIME.
           MOVE "BANKMAINT" TO BJ-PROGRAM.
           MOVE WS-JOURNAL-ACTION TO BJ-ACTION.
           MOVE WS-JOURNAL-IMAGE TO BJ-BEFORE-IMAGE.
           WRITE JOURNALRECORD AFTER ADVANCING 1 LINE.
       0080-END.

       0250-LOG-APPLIED.
           MOVE SPACES TO MAINTLOGRECORD.
           MOVE TR-EMPLOYEEID TO ML-EMPLOYEEID.
           MOVE TR-ACTION     TO ML-ACTION.
           MOVE "APPLIED"     TO ML-DISPOSITION.
           MOVE SPACES        TO ML-REASON.
           MOVE WS-RUN-DATE   TO ML-RUN-DATE.
           WRITE MAINTLOGRECORD AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-APPLIED-COUNT.
       0250-END.

       0260-LOG-REJECTED.
           MOVE SPACES TO MAINTLOGRECORD.
           MOVE TR-EMPLOYEEID TO ML-EMPLOYEEID.
           MOVE TR-ACTION     TO ML-ACTION.
           MOVE "REJECTED"    TO ML-DISPOSITION.
           MOVE WS-REJECT-TEXT TO ML-REASON.
           MOVE WS-RUN-DATE   TO ML-RUN-DATE.
           WRITE MAINTLOGRECORD AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-REJECTED-COUNT.
       0260-END.

       9000-END-PROGRAM.
           DISPLAY "Transactions read:     ", WS-TRANS-COUNT.
           DISPLAY "Transactions applied:  ", WS-APPLIED-COUNT.
           DISPLAY "Transactions rejected: ", WS-REJECTED-COUNT.
           DISPLAY "Accounts written:      ", WS-ACCOUNT-COUNT.
           DISPLAY "Prenotes confirmed out:", WS-PRENOTED-COUNT.
           DISPLAY "Accounts made active:  ", WS-ACTIVATED-COUNT.
           DISPLAY "Changes to confirm:    ", WS-CONFIRM-COUNT.
           STOP RUN.

          END PROGRAM BANKMAINT.

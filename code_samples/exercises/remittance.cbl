       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMITTANCE.

      *Third-party remittance step, run after GLPOST: works out what
      *the cycle's withholdings owe each outside payee -- the tax
      *authorities, the insurer, the union, the pension trustee, the
      *court for a garnishment -- instead of the payables clerk
      *adding up the deduction listing by hand.  PAYEES.DAT maps
      *each DM-DEDUCT-CODE (and each employer contribution code) to
      *the payee it is sent to and how often that payee is paid.
      *Every amount NETPAY actually withheld (NETPAYDEDUCTS.DAT) and
      *every employer contribution it costed (NETPAYEMPLOYER.DAT) is
      *sorted into payee, code, and employee order for
      *REMITTANCE.LPT: employee-level detail and a total per payee.
      *A payee due this cycle gets one payment record on
      *REMITPAYMENTS.DAT for accounts payable; a quarterly payee
      *between quarter ends has its total carried forward on
      *REMITCARRY.NEW -- promoted by the nightly GENROLL PROMOTE
      *REMITTNC, as the other generation files are -- and paid with
      *the quarter-end cycle.
      *
      *Each code's total is then proved against the liability
      *credit GLPOST wrote for it on GLJOURNAL.DAT -- the same
      *withheld and employer amounts, so they should agree to the
      *penny.  Any difference, and any code with no payee on file
      *to send it to, is reported and fails the step.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYEEFILE ASSIGN TO "PAYEES.DAT"
               FILE STATUS IS WS-PAYEE-CHECK-KEY
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DEDUCTDETAIL ASSIGN TO "NETPAYDEDUCTS.DAT"
           FILE STATUS IS WS-DETAIL-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT EMPLOYERDETAIL ASSIGN TO "NETPAYEMPLOYER.DAT"
           FILE STATUS IS WS-EMPLOYER-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

      *GLPOST's journal for the same cycle; its liability credits
      *are what the remittances must agree with.
       SELECT GLJOURNAL ASSIGN TO "GLJOURNAL.DAT"
           FILE STATUS IS WS-JOURNAL-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

      *Amounts held over for payees not yet due.  Optional; the
      *first cycle has nothing carried in.
       SELECT CARRYFILE ASSIGN TO "REMITCARRY.DAT"
           FILE STATUS IS WS-CARRY-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT NEWCARRYFILE ASSIGN TO "REMITCARRY.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Every remittable amount tagged with its payee, before the
      *sort puts it in register order.
       SELECT REMITDETAIL ASSIGN TO "REMITDETAIL.TMP"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SORTWORK ASSIGN TO "REMITWORK.TMP".

       SELECT SORTEDREMIT ASSIGN TO "REMITSORTED.TMP"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REMITPAYMENTS ASSIGN TO "REMITPAYMENTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REMITREPORT ASSIGN TO "REMITTANCE.LPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RUNDATEFILE ASSIGN TO "RUNDATE.DAT"
           FILE STATUS IS WS-RUNDATE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *One line per code: the code, the payee it is remitted to,
      *and the payee's frequency -- "Q" quarterly (paid with the
      *March, June, September, and December cycles), anything else
      *every cycle.  Several codes may name the same payee.
       FD PAYEEFILE.
       01 PAYEERECORD.
            88 ENDOFPAYEES          VALUE HIGH-VALUES.
            04 PY-DEDUCT-CODE       PIC X(4).
            04 FILLER               PIC X(2).
            04 PY-PAYEE-ID          PIC X(6).
            04 FILLER               PIC X(2).
            04 PY-FREQUENCY         PIC X.
            04 FILLER               PIC X(2).
            04 PY-PAYEE-NAME        PIC X(30).

       FD DEDUCTDETAIL.
       01 DEDUCTDETAILRECORD.
            88 ENDOFDETAIL          VALUE HIGH-VALUES.
            04 DD-EMPLOYEEID        PIC 9(7).
            04 DD-DEDUCT-CODE       PIC X(4).
            04 DD-AMOUNT            PIC 9(7)V99.

       FD EMPLOYERDETAIL.
       01 EMPLOYERDETAILRECORD.
            88 ENDOFEMPLOYER        VALUE HIGH-VALUES.
            04 EC-EMPLOYEEID        PIC 9(7).
            04 EC-CONTRIB-CODE      PIC X(4).
            04 EC-AMOUNT            PIC 9(7)V99.

       FD GLJOURNAL.
       01 GLJOURNALRECORD.
            88 ENDOFJOURNAL         VALUE HIGH-VALUES.
            04 GJ-RUN-DATE          PIC 9(8).
            04 FILLER               PIC X(2).
            04 GJ-DR-CR             PIC X.
            04 FILLER               PIC X(2).
            04 GJ-ACCOUNT           PIC X(30).
            04 FILLER               PIC X(2).
            04 GJ-AMOUNT            PIC 9(9)V99.

       FD CARRYFILE.
       01 CARRYRECORD.
            88 ENDOFCARRY           VALUE HIGH-VALUES.
            04 RC-PAYEE-ID          PIC X(6).
            04 FILLER               PIC X(2).
            04 RC-AMOUNT            PIC 9(9)V99.

       FD NEWCARRYFILE.
       01 NEWCARRYRECORD           PIC X(19).

       FD REMITDETAIL.
       01 REMITDETAILRECORD        PIC X(27).

      * sd temporary file for the payee/code/employee ordering
       SD SORTWORK.
       01 SORTWORKREC.
            04 SW-PAYEE-ID          PIC X(6).
            04 SW-DEDUCT-CODE       PIC X(4).
            04 SW-EMPLOYEEID        PIC 9(7).
            04 FILLER               PIC X(10).

      *SR-SOURCE: "W" withheld from the employee, "E" the employer's
      *own contribution.
       FD SORTEDREMIT.
       01 SORTEDREMITRECORD.
            88 ENDOFSORTED          VALUE HIGH-VALUES.
            04 SR-PAYEE-ID          PIC X(6).
            04 SR-DEDUCT-CODE       PIC X(4).
            04 SR-EMPLOYEEID        PIC 9(7).
            04 SR-SOURCE            PIC X.
               88 SR-IS-EMPLOYER    VALUE "E".
            04 SR-AMOUNT            PIC 9(7)V99.

      *What accounts payable cuts the payee's cheque or transfer
      *from.
       FD REMITPAYMENTS.
       01 REMITPAYMENTRECORD.
            04 RP-RUN-DATE          PIC 9(8).
            04 FILLER               PIC X(2).
            04 RP-PAYEE-ID          PIC X(6).
            04 FILLER               PIC X(2).
            04 RP-PAYEE-NAME        PIC X(30).
            04 FILLER               PIC X(2).
            04 RP-AMOUNT            PIC 9(9)V99.
            04 FILLER               PIC X(2).
            04 RP-DETAIL-COUNT      PIC 9(5).

       FD REMITREPORT.
       01 REMITREPORTLINE          PIC X(132).

       FD RUNDATEFILE.
       01 RUNDATERECORD.
            02 RD-PROCESSING-DATE   PIC 9(8).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  WS-PAYEE-CHECK-KEY   PIC X(2).
           05  WS-DETAIL-CHECK-KEY  PIC X(2).
           05  WS-EMPLOYER-CHECK-KEY PIC X(2).
           05  WS-JOURNAL-CHECK-KEY PIC X(2).
           05  WS-CARRY-CHECK-KEY   PIC X(2).
           05  WS-RUNDATE-CHECK-KEY PIC X(2).
           05  WS-RUN-DATE          PIC 9(8).
           05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
               10  WS-RUN-YEAR      PIC 9(4).
               10  WS-RUN-MONTH     PIC 9(2).
                   88  QUARTER-END-MONTH VALUE 3 6 9 12.
               10  WS-RUN-DAY       PIC 9(2).

      *The payees, one entry each however many codes they take, with
      *what they were owed coming in and what this cycle adds.
       01  WS-PAYEE-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-PAYEE-TABLE.
           05  WS-PAYEE-ENTRY OCCURS 100 TIMES
                   INDEXED BY PAY-IDX.
               10  WS-PAY-ID        PIC X(6) VALUE SPACES.
               10  WS-PAY-NAME      PIC X(30) VALUE SPACES.
               10  WS-PAY-FREQUENCY PIC X VALUE SPACE.
                   88  WS-PAY-IS-QUARTERLY VALUE "Q".
               10  WS-PAY-CARRIED-IN PIC 9(9)V99 VALUE ZERO.
               10  WS-PAY-CYCLE-TOTAL PIC 9(9)V99 VALUE ZERO.
               10  WS-PAY-DETAIL-COUNT PIC 9(5) VALUE ZERO.
               10  WS-PAY-SEEN-FLAG PIC X VALUE "N".
                   88  WS-PAY-WAS-SEEN VALUE "Y".

      *The codes: which payee each goes to (spaces for a code no
      *payee takes), what was remitted under it this cycle, and what
      *GLPOST credited to it.
       01  WS-CODE-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-CODE-TABLE.
           05  WS-CODE-ENTRY OCCURS 100 TIMES
                   INDEXED BY CODE-IDX.
               10  WS-CODE-VALUE    PIC X(4) VALUE SPACES.
               10  WS-CODE-PAYEE-ID PIC X(6) VALUE SPACES.
               10  WS-CODE-REMIT    PIC 9(9)V99 VALUE ZERO.
               10  WS-CODE-GL       PIC 9(9)V99 VALUE ZERO.

       01  WS-FIND-CODE             PIC X(4).
       01  WS-FIND-PAYEE-ID         PIC X(6).
       01  WS-CURRENT-PAYEE         PIC X(6).
       01  WS-FOUND-FLAG            PIC X VALUE "N".
           88  ENTRY-WAS-FOUND      VALUE "Y".
       01  WS-DUE-TOTAL             PIC 9(9)V99.
       01  WS-DIFFERENCE            PIC S9(9)V99.

       01  WS-REMIT-STAGING.
           05  WS-STAGE-PAYEE-ID    PIC X(6).
           05  WS-STAGE-DEDUCT-CODE PIC X(4).
           05  WS-STAGE-EMPLOYEEID  PIC 9(7).
           05  WS-STAGE-SOURCE      PIC X.
           05  WS-STAGE-AMOUNT      PIC 9(7)V99.

       01  WS-CARRY-STAGING.
           05  WS-CARRY-PAYEE-ID    PIC X(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-CARRY-AMOUNT      PIC 9(9)V99.

       01  WS-REMIT-COUNTS.
           05  WS-DETAIL-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-EMPLOYER-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-UNMAPPED-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-PAYMENT-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-CARRIED-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-EXCEPTION-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-PAYMENT-TOTAL     PIC 9(11)V99 VALUE ZERO.
           05  WS-CARRIED-TOTAL     PIC 9(11)V99 VALUE ZERO.

       01  HEADING-LINE1.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FILLER               PIC X(35) VALUE
                 "THIRD-PARTY REMITTANCE REGISTER".
           05  HL1-RUN-DATE         PIC 9(8).

       01  PAYEE-HEADING-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FILLER               PIC X(6)  VALUE "PAYEE ".
           05  PH-PAYEE-ID          PIC X(6).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  PH-PAYEE-NAME        PIC X(30).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  PH-FREQUENCY         PIC X(20).

       01  COLUMN-HEADING-LINE.
           05  FILLER               PIC X(7)  VALUE SPACES.
           05  FILLER               PIC X(6)  VALUE "CODE".
           05  FILLER               PIC X(9)  VALUE "EMPLOYEE".
           05  FILLER               PIC X(10) VALUE "SOURCE".
           05  FILLER               PIC X(10) VALUE "    AMOUNT".

       01  REMIT-DETAIL-LINE.
           05  FILLER               PIC X(7)  VALUE SPACES.
           05  DL-DEDUCT-CODE       PIC X(4).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-EMPLOYEEID        PIC 9(7).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-SOURCE            PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-AMOUNT            PIC ZZZ,ZZ9.99.

       01  PAYEE-TOTAL-LINE.
           05  FILLER               PIC X(7)  VALUE SPACES.
           05  PT-LABEL             PIC X(23).
           05  PT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.

       01  RECON-HEADING-LINE1.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FILLER               PIC X(40) VALUE
                 "RECONCILIATION TO GL LIABILITY CREDITS".

       01  RECON-HEADING-LINE2.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FILLER               PIC X(6)  VALUE "CODE".
           05  FILLER               PIC X(8)  VALUE "PAYEE".
           05  FILLER               PIC X(16) VALUE "      REMITTANCE".
           05  FILLER               PIC X(16) VALUE "       GL CREDIT".
           05  FILLER               PIC X(17) VALUE "       DIFFERENCE".

       01  RECON-DETAIL-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  RL-DEDUCT-CODE       PIC X(4).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RL-PAYEE-ID          PIC X(6).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RL-REMIT             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RL-GL                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RL-DIFFERENCE        PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RL-NOTE              PIC X(30).

       01  FOOTING-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FL-LABEL             PIC X(25).
           05  FL-COUNT             PIC ZZ,ZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FL-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0100-BUILD-REMITTANCES.
           PERFORM 0050-GET-PROCESSING-DATE.
           OPEN INPUT PAYEEFILE.
           IF WS-PAYEE-CHECK-KEY NOT = "00"
               DISPLAY "Non-zero file status: ",
                       WS-PAYEE-CHECK-KEY, " on PAYEES.DAT"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0110-LOAD-ONE-PAYEE UNTIL ENDOFPAYEES.
           CLOSE PAYEEFILE.
           PERFORM 0060-LOAD-CARRIED-AMOUNTS.

           OPEN INPUT DEDUCTDETAIL.
           IF WS-DETAIL-CHECK-KEY NOT = "00"
               DISPLAY "Non-zero file status: ",
                       WS-DETAIL-CHECK-KEY, " on NETPAYDEDUCTS.DAT"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-END-PROGRAM
           END-IF.
           OPEN INPUT EMPLOYERDETAIL.
           IF WS-EMPLOYER-CHECK-KEY NOT = "00"
               DISPLAY "Non-zero file status: ",
                       WS-EMPLOYER-CHECK-KEY, " on NETPAYEMPLOYER.DAT"
               MOVE 8 TO RETURN-CODE
               CLOSE DEDUCTDETAIL
               GO TO 9000-END-PROGRAM
           END-IF.
           OPEN INPUT GLJOURNAL.
           IF WS-JOURNAL-CHECK-KEY NOT = "00"
               DISPLAY "Non-zero file status: ",
                       WS-JOURNAL-CHECK-KEY, " on GLJOURNAL.DAT"
               MOVE 8 TO RETURN-CODE
               CLOSE DEDUCTDETAIL, EMPLOYERDETAIL
               GO TO 9000-END-PROGRAM
           END-IF.

           OPEN OUTPUT REMITDETAIL.
           PERFORM 0200-FILE-ONE-DEDUCTION UNTIL ENDOFDETAIL.
           PERFORM 0210-FILE-ONE-CONTRIBUTION UNTIL ENDOFEMPLOYER.
           CLOSE DEDUCTDETAIL, EMPLOYERDETAIL, REMITDETAIL.
           PERFORM 0250-READ-ONE-JOURNAL-LINE UNTIL ENDOFJOURNAL.
           CLOSE GLJOURNAL.

           SORT SORTWORK
               ON ASCENDING KEY SW-PAYEE-ID SW-DEDUCT-CODE
                                SW-EMPLOYEEID
               USING REMITDETAIL
               GIVING SORTEDREMIT.

           OPEN INPUT SORTEDREMIT.
           OPEN OUTPUT REMITREPORT.
           OPEN OUTPUT REMITPAYMENTS.
           OPEN OUTPUT NEWCARRYFILE.
           MOVE WS-RUN-DATE TO HL1-RUN-DATE.
           WRITE REMITREPORTLINE FROM HEADING-LINE1
              AFTER ADVANCING PAGE.

           PERFORM 0130-READ-SORTED.
           PERFORM 0300-REGISTER-ONE-PAYEE UNTIL ENDOFSORTED.
           PERFORM 0400-SETTLE-IDLE-PAYEE
               VARYING PAY-IDX FROM 1 BY 1
               UNTIL PAY-IDX > WS-PAYEE-COUNT.

           WRITE REMITREPORTLINE FROM RECON-HEADING-LINE1
              AFTER ADVANCING 3 LINES.
           WRITE REMITREPORTLINE FROM RECON-HEADING-LINE2
              AFTER ADVANCING 2 LINES.
           PERFORM 0500-RECONCILE-ONE-CODE
               VARYING CODE-IDX FROM 1 BY 1
               UNTIL CODE-IDX > WS-CODE-COUNT.
           PERFORM 0600-WRITE-FOOTINGS.

           CLOSE SORTEDREMIT, REMITREPORT, REMITPAYMENTS,
               NEWCARRYFILE.
           IF WS-EXCEPTION-COUNT > ZERO
               DISPLAY "REMITTANCES DO NOT RECONCILE TO GL - ",
                       "SEE REMITTANCE.LPT"
               MOVE 8 TO RETURN-CODE
           END-IF.
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

       0060-LOAD-CARRIED-AMOUNTS.
           OPEN INPUT CARRYFILE.
           IF WS-CARRY-CHECK-KEY = "00"
               PERFORM 0065-LOAD-ONE-CARRIED UNTIL ENDOFCARRY
               CLOSE CARRYFILE
           END-IF.
       0060-END.

      *A carried amount for a payee since taken off PAYEES.DAT has
      *nowhere to go; it is shown so payables can settle it by hand.
       0065-LOAD-ONE-CARRIED.
           READ CARRYFILE
               AT END SET ENDOFCARRY TO TRUE
               NOT AT END
                   IF CARRYRECORD NOT = SPACES
                       MOVE RC-PAYEE-ID TO WS-FIND-PAYEE-ID
                       PERFORM 0120-FIND-PAYEE
                       IF ENTRY-WAS-FOUND
                           ADD RC-AMOUNT TO WS-PAY-CARRIED-IN(PAY-IDX)
                       ELSE
                           DISPLAY "REMITCARRY.DAT: payee ",
                                   RC-PAYEE-ID, " not on PAYEES.DAT, ",
                                   "carried ", RC-AMOUNT, " dropped"
                           ADD 1 TO WS-EXCEPTION-COUNT
                       END-IF
                   END-IF
           END-READ.
       0065-END.

       0110-LOAD-ONE-PAYEE.
           READ PAYEEFILE
               AT END SET ENDOFPAYEES TO TRUE
               NOT AT END
                   IF PAYEERECORD NOT = SPACES
                       PERFORM 0115-FILE-PAYEE-CODE
                   END-IF
           END-READ.
       0110-END.

       0115-FILE-PAYEE-CODE.
           MOVE PY-PAYEE-ID TO WS-FIND-PAYEE-ID.
           PERFORM 0120-FIND-PAYEE.
           IF NOT ENTRY-WAS-FOUND
               IF WS-PAYEE-COUNT < 100
                   ADD 1 TO WS-PAYEE-COUNT
                   SET PAY-IDX TO WS-PAYEE-COUNT
                   MOVE PY-PAYEE-ID TO WS-PAY-ID(PAY-IDX)
                   MOVE PY-PAYEE-NAME TO WS-PAY-NAME(PAY-IDX)
                   MOVE PY-FREQUENCY TO WS-PAY-FREQUENCY(PAY-IDX)
               ELSE
                   DISPLAY "PAYEES.DAT: payee table full at 100 "
                           "entries, ignoring ", PY-PAYEE-ID
               END-IF
           END-IF.
           IF WS-CODE-COUNT < 100
               ADD 1 TO WS-CODE-COUNT
               SET CODE-IDX TO WS-CODE-COUNT
               MOVE PY-DEDUCT-CODE TO WS-CODE-VALUE(CODE-IDX)
               MOVE PY-PAYEE-ID TO WS-CODE-PAYEE-ID(CODE-IDX)
           ELSE
               DISPLAY "PAYEES.DAT: code table full at 100 "
                       "entries, ignoring ", PY-DEDUCT-CODE
           END-IF.
       0115-END.

       0120-FIND-PAYEE.
           MOVE "N" TO WS-FOUND-FLAG.
           SET PAY-IDX TO 1.
           SEARCH WS-PAYEE-ENTRY
               AT END
                   CONTINUE
               WHEN PAY-IDX > WS-PAYEE-COUNT
                   CONTINUE
               WHEN WS-PAY-ID(PAY-IDX) = WS-FIND-PAYEE-ID
                   SET ENTRY-WAS-FOUND TO TRUE
           END-SEARCH.
       0120-END.

      *A code first seen on the detail, with no payee on file, is
      *added with a blank payee so the reconciliation shows it.
       0125-FIND-CODE.
           MOVE "N" TO WS-FOUND-FLAG.
           SET CODE-IDX TO 1.
           SEARCH WS-CODE-ENTRY
               AT END
                   CONTINUE
               WHEN CODE-IDX > WS-CODE-COUNT
                   CONTINUE
               WHEN WS-CODE-VALUE(CODE-IDX) = WS-FIND-CODE
                   SET ENTRY-WAS-FOUND TO TRUE
           END-SEARCH.
           IF NOT ENTRY-WAS-FOUND
               IF WS-CODE-COUNT < 100
                   ADD 1 TO WS-CODE-COUNT
                   SET CODE-IDX TO WS-CODE-COUNT
                   MOVE WS-FIND-CODE TO WS-CODE-VALUE(CODE-IDX)
                   SET ENTRY-WAS-FOUND TO TRUE
               ELSE
                   DISPLAY "Code table full at 100 entries, ",
                           "cannot reconcile ", WS-FIND-CODE
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
           END-IF.
       0125-END.

       0130-READ-SORTED.
           READ SORTEDREMIT
               AT END SET ENDOFSORTED TO TRUE
           END-READ.
           IF NOT ENDOFSORTED AND SORTEDREMITRECORD = SPACES
               GO TO 0130-READ-SORTED
           END-IF.
       0130-END.

       0200-FILE-ONE-DEDUCTION.
           READ DEDUCTDETAIL
               AT END SET ENDOFDETAIL TO TRUE
               NOT AT END
                   IF DEDUCTDETAILRECORD NOT = SPACES
                       ADD 1 TO WS-DETAIL-COUNT
                       MOVE DD-DEDUCT-CODE TO WS-STAGE-DEDUCT-CODE
                       MOVE DD-EMPLOYEEID TO WS-STAGE-EMPLOYEEID
                       MOVE "W" TO WS-STAGE-SOURCE
                       MOVE DD-AMOUNT TO WS-STAGE-AMOUNT
                       PERFORM 0220-FILE-REMIT-AMOUNT
                   END-IF
           END-READ.
       0200-END.

       0210-FILE-ONE-CONTRIBUTION.
           READ EMPLOYERDETAIL
               AT END SET ENDOFEMPLOYER TO TRUE
               NOT AT END
                   IF EMPLOYERDETAILRECORD NOT = SPACES
                       ADD 1 TO WS-EMPLOYER-COUNT
                       MOVE EC-CONTRIB-CODE TO WS-STAGE-DEDUCT-CODE
                       MOVE EC-EMPLOYEEID TO WS-STAGE-EMPLOYEEID
                       MOVE "E" TO WS-STAGE-SOURCE
                       MOVE EC-AMOUNT TO WS-STAGE-AMOUNT
                       PERFORM 0220-FILE-REMIT-AMOUNT
                   END-IF
           END-READ.
       0210-END.

      *Every amount counts toward its code's reconciliation; only
      *those with a payee go on for the register.
       0220-FILE-REMIT-AMOUNT.
           MOVE WS-STAGE-DEDUCT-CODE TO WS-FIND-CODE.
           PERFORM 0125-FIND-CODE.
           IF ENTRY-WAS-FOUND
               ADD WS-STAGE-AMOUNT TO WS-CODE-REMIT(CODE-IDX)
               IF WS-CODE-PAYEE-ID(CODE-IDX) = SPACES
                   ADD 1 TO WS-UNMAPPED-COUNT
               ELSE
                   MOVE WS-CODE-PAYEE-ID(CODE-IDX)
                       TO WS-STAGE-PAYEE-ID
                   WRITE REMITDETAILRECORD FROM WS-REMIT-STAGING
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.
       0220-END.

      *Only the credit lines to a bare four-character code are
      *liabilities; cash clearing and the rest are not ours.
       0250-READ-ONE-JOURNAL-LINE.
           READ GLJOURNAL
               AT END SET ENDOFJOURNAL TO TRUE
               NOT AT END
                   IF GJ-DR-CR = "C"
                      AND GJ-ACCOUNT(5:26) = SPACES
                       MOVE GJ-ACCOUNT(1:4) TO WS-FIND-CODE
                       PERFORM 0125-FIND-CODE
                       IF ENTRY-WAS-FOUND
                           ADD GJ-AMOUNT TO WS-CODE-GL(CODE-IDX)
                       END-IF
                   END-IF
           END-READ.
       0250-END.

      *Control break on payee: heading, one line per amount, then
      *the payee's settlement.
       0300-REGISTER-ONE-PAYEE.
           MOVE SR-PAYEE-ID TO WS-CURRENT-PAYEE.
           MOVE SR-PAYEE-ID TO WS-FIND-PAYEE-ID.
           PERFORM 0120-FIND-PAYEE.
           SET WS-PAY-WAS-SEEN(PAY-IDX) TO TRUE.
           PERFORM 0310-WRITE-PAYEE-HEADING.
           PERFORM 0320-WRITE-ONE-DETAIL
               UNTIL ENDOFSORTED OR SR-PAYEE-ID NOT = WS-CURRENT-PAYEE.
           PERFORM 0350-SETTLE-PAYEE.
       0300-END.

       0310-WRITE-PAYEE-HEADING.
           MOVE WS-PAY-ID(PAY-IDX) TO PH-PAYEE-ID.
           MOVE WS-PAY-NAME(PAY-IDX) TO PH-PAYEE-NAME.
           IF WS-PAY-IS-QUARTERLY(PAY-IDX)
               MOVE "REMITS QUARTERLY" TO PH-FREQUENCY
           ELSE
               MOVE "REMITS EACH CYCLE" TO PH-FREQUENCY
           END-IF.
           WRITE REMITREPORTLINE FROM PAYEE-HEADING-LINE
              AFTER ADVANCING 3 LINES.
           WRITE REMITREPORTLINE FROM COLUMN-HEADING-LINE
              AFTER ADVANCING 2 LINES.
       0310-END.

       0320-WRITE-ONE-DETAIL.
           MOVE SR-DEDUCT-CODE TO DL-DEDUCT-CODE.
           MOVE SR-EMPLOYEEID TO DL-EMPLOYEEID.
           IF SR-IS-EMPLOYER
               MOVE "EMPLOYER" TO DL-SOURCE
           ELSE
               MOVE "WITHHELD" TO DL-SOURCE
           END-IF.
           MOVE SR-AMOUNT TO DL-AMOUNT.
           WRITE REMITREPORTLINE FROM REMIT-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           ADD SR-AMOUNT TO WS-PAY-CYCLE-TOTAL(PAY-IDX).
           ADD 1 TO WS-PAY-DETAIL-COUNT(PAY-IDX).
           PERFORM 0130-READ-SORTED.
       0320-END.

      *A payee due this cycle is paid everything owed, carried-in
      *included; one not yet due has it all carried forward.
       0350-SETTLE-PAYEE.
           COMPUTE WS-DUE-TOTAL = WS-PAY-CARRIED-IN(PAY-IDX)
                                + WS-PAY-CYCLE-TOTAL(PAY-IDX).
           MOVE "THIS CYCLE:" TO PT-LABEL.
           MOVE WS-PAY-CYCLE-TOTAL(PAY-IDX) TO PT-AMOUNT.
           WRITE REMITREPORTLINE FROM PAYEE-TOTAL-LINE
              AFTER ADVANCING 2 LINES.
           MOVE "CARRIED IN:" TO PT-LABEL.
           MOVE WS-PAY-CARRIED-IN(PAY-IDX) TO PT-AMOUNT.
           WRITE REMITREPORTLINE FROM PAYEE-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
           IF WS-PAY-IS-QUARTERLY(PAY-IDX) AND NOT QUARTER-END-MONTH
               MOVE "CARRIED FORWARD:" TO PT-LABEL
               MOVE SPACES TO NEWCARRYRECORD
               MOVE WS-PAY-ID(PAY-IDX) TO WS-CARRY-PAYEE-ID
               MOVE WS-DUE-TOTAL TO WS-CARRY-AMOUNT
               WRITE NEWCARRYRECORD FROM WS-CARRY-STAGING
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-CARRIED-COUNT
               ADD WS-DUE-TOTAL TO WS-CARRIED-TOTAL
           ELSE
               MOVE "REMITTED:" TO PT-LABEL
               MOVE SPACES TO REMITPAYMENTRECORD
               MOVE WS-RUN-DATE TO RP-RUN-DATE
               MOVE WS-PAY-ID(PAY-IDX) TO RP-PAYEE-ID
               MOVE WS-PAY-NAME(PAY-IDX) TO RP-PAYEE-NAME
               MOVE WS-DUE-TOTAL TO RP-AMOUNT
               MOVE WS-PAY-DETAIL-COUNT(PAY-IDX) TO RP-DETAIL-COUNT
               WRITE REMITPAYMENTRECORD AFTER ADVANCING 1 LINE
               ADD 1 TO WS-PAYMENT-COUNT
               ADD WS-DUE-TOTAL TO WS-PAYMENT-TOTAL
           END-IF.
           MOVE WS-DUE-TOTAL TO PT-AMOUNT.
           WRITE REMITREPORTLINE FROM PAYEE-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
       0350-END.

      *A payee with nothing withheld this cycle still has to be
      *settled if an amount was carried in for it.
       0400-SETTLE-IDLE-PAYEE.
           IF NOT WS-PAY-WAS-SEEN(PAY-IDX)
              AND WS-PAY-CARRIED-IN(PAY-IDX) > ZERO
               PERFORM 0310-WRITE-PAYEE-HEADING
               PERFORM 0350-SETTLE-PAYEE
           END-IF.
       0400-END.

       0500-RECONCILE-ONE-CODE.
           MOVE WS-CODE-VALUE(CODE-IDX) TO RL-DEDUCT-CODE.
           MOVE WS-CODE-PAYEE-ID(CODE-IDX) TO RL-PAYEE-ID.
           MOVE WS-CODE-REMIT(CODE-IDX) TO RL-REMIT.
           MOVE WS-CODE-GL(CODE-IDX) TO RL-GL.
           COMPUTE WS-DIFFERENCE =
               WS-CODE-REMIT(CODE-IDX) - WS-CODE-GL(CODE-IDX).
           MOVE WS-DIFFERENCE TO RL-DIFFERENCE.
           IF WS-CODE-PAYEE-ID(CODE-IDX) = SPACES
               MOVE "NO PAYEE ON FILE, NOT REMITTED" TO RL-NOTE
               ADD 1 TO WS-EXCEPTION-COUNT
           ELSE IF WS-DIFFERENCE NOT = ZERO
               MOVE "DOES NOT AGREE TO GL" TO RL-NOTE
               ADD 1 TO WS-EXCEPTION-COUNT
           ELSE
               MOVE SPACES TO RL-NOTE
           END-IF END-IF.
           WRITE REMITREPORTLINE FROM RECON-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
       0500-END.

       0600-WRITE-FOOTINGS.
           MOVE "PAYMENTS WRITTEN:" TO FL-LABEL.
           MOVE WS-PAYMENT-COUNT TO FL-COUNT.
           MOVE WS-PAYMENT-TOTAL TO FL-AMOUNT.
           WRITE REMITREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 3 LINES.
           MOVE "PAYEES CARRIED FORWARD:" TO FL-LABEL.
           MOVE WS-CARRIED-COUNT TO FL-COUNT.
           MOVE WS-CARRIED-TOTAL TO FL-AMOUNT.
           WRITE REMITREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 1 LINE.
           MOVE "EXCEPTIONS:" TO FL-LABEL.
           MOVE WS-EXCEPTION-COUNT TO FL-COUNT.
           MOVE ZERO TO FL-AMOUNT.
           WRITE REMITREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 1 LINE.
       0600-END.

       9000-END-PROGRAM.
           DISPLAY "Withheld amounts read:     ", WS-DETAIL-COUNT.
           DISPLAY "Employer amounts read:     ", WS-EMPLOYER-COUNT.
           DISPLAY "Amounts with no payee:     ", WS-UNMAPPED-COUNT.
           DISPLAY "Payments written:          ", WS-PAYMENT-COUNT.
           DISPLAY "Payment dollar total:      ", WS-PAYMENT-TOTAL.
           DISPLAY "Payees carried forward:    ", WS-CARRIED-COUNT.
           DISPLAY "Reconciliation exceptions: ", WS-EXCEPTION-COUNT.
           STOP RUN.

          END PROGRAM REMITTANCE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYVARIANCE.

      *Cycle-over-cycle review of NETPAY.DAT, run after NETPAY and
      *ahead of DIRECTDEP so nothing reaches the bank unseen.  Each
      *employee's NP-GROSS-PAY and NP-NET-PAY are matched balanced-
      *line against the same figures from the last cycle on
      *NETPAYPRIOR.DAT and flagged when:
      *    - net pay is zero (deductions took the whole gross),
      *    - the employee was not paid last cycle (new on the file),
      *    - gross or net moved by more than the tolerance percent.
      *An employee paid last cycle but missing from this one is
      *listed too, though there is nothing to hold.  A flagged
      *employee goes to PAYHOLD.DAT, which keeps DIRECTDEP from
      *putting the deposit in BANKPAYMENTS.DAT, unless payroll has
      *released them for this processing date on PAYRELEASE.DAT.
      *Once a flagged employee has been checked, payroll keys a
      *release line and reruns this step and DIRECTDEP.
      *VARIANCE.LPT lists every flagged employee, why, and whether
      *they were held or released.  NETPAYPRIOR.NEW carries this
      *cycle's figures forward, promoted by the nightly GENROLL
      *PROMOTE PAYVARNC the moment the step ends clean, as the other
      *generation files are; a rerun for releases first puts last
      *cycle's generation back with GENROLL RESTORE NETPAYPRIOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NETPAYFILE ASSIGN TO "NETPAY.DAT"
               FILE STATUS IS WS-NETPAY-CHECK-KEY
               ORGANIZATION IS LINE SEQUENTIAL.

      *Last cycle's NETPAY.DAT lines, same layout.  Absent on the
      *very first cycle, when only the zero-net check can apply.
       SELECT PRIORFILE ASSIGN TO "NETPAYPRIOR.DAT"
           FILE STATUS IS WS-PRIOR-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PRIORNEWFILE ASSIGN TO "NETPAYPRIOR.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Payroll's releases, one line per employee checked and cleared
      *for a processing date.  Optional.
       SELECT RELEASEFILE ASSIGN TO "PAYRELEASE.DAT"
           FILE STATUS IS WS-RELEASE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT HOLDFILE ASSIGN TO "PAYHOLD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT VARIANCEREPORT ASSIGN TO "VARIANCE.LPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RUNDATEFILE ASSIGN TO "RUNDATE.DAT"
           FILE STATUS IS WS-RUNDATE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RUNLEDGERFILE ASSIGN TO "RUNLEDGER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD NETPAYFILE.
       01 NETPAYRECORD.
            88 ENDOFNETPAY          VALUE HIGH-VALUES.
            04 NP-EMPLOYEEID        PIC 9(7).
            04 FILLER               PIC X(2).
            04 NP-GROSS-PAY         PIC 9(7)V99.
            04 FILLER               PIC X(2).
            04 NP-REGULAR-PAY       PIC 9(7)V99.
            04 FILLER               PIC X(2).
            04 NP-OVERTIME-PAY      PIC 9(7)V99.
            04 FILLER               PIC X(2).
            04 NP-BACKPAY-PAY       PIC 9(7)V99.
            04 FILLER               PIC X(2).
            04 NP-TOTAL-DEDUCTIONS  PIC 9(7)V99.
            04 FILLER               PIC X(2).
            04 NP-NET-PAY           PIC 9(7)V99.

       FD PRIORFILE.
       01 PRIORRECORD.
            88 ENDOFPRIOR           VALUE HIGH-VALUES.
            04 PV-EMPLOYEEID        PIC 9(7).
            04 FILLER               PIC X(2).
            04 PV-GROSS-PAY         PIC 9(7)V99.
            04 FILLER               PIC X(2).
            04 PV-REGULAR-PAY       PIC 9(7)V99.
            04 FILLER               PIC X(2).
            04 PV-OVERTIME-PAY      PIC 9(7)V99.
            04 FILLER               PIC X(2).
            04 PV-BACKPAY-PAY       PIC 9(7)V99.
            04 FILLER               PIC X(2).
            04 PV-TOTAL-DEDUCTIONS  PIC 9(7)V99.
            04 FILLER               PIC X(2).
            04 PV-NET-PAY           PIC 9(7)V99.

       FD PRIORNEWFILE.
       01 PRIORNEWRECORD           PIC X(73).

       FD RELEASEFILE.
       01 RELEASERECORD.
            88 ENDOFRELEASE         VALUE HIGH-VALUES.
            04 PR-EMPLOYEEID        PIC 9(7).
            04 PR-RUN-DATE          PIC 9(8).
            04 PR-RELEASED-BY       PIC X(10).

      *One line per employee kept out of the bank file, in
      *EMPLOYEEID order, which is the order DIRECTDEP reads it in.
       FD HOLDFILE.
       01 HOLDRECORD.
            04 PH-EMPLOYEEID        PIC 9(7).
            04 FILLER               PIC X(2).
            04 PH-RUN-DATE          PIC 9(8).
            04 FILLER               PIC X(2).
            04 PH-NET-PAY           PIC 9(7)V99.
            04 FILLER               PIC X(2).
            04 PH-REASON            PIC X(30).

       FD VARIANCEREPORT.
       01 VARIANCEREPORTLINE       PIC X(132).

       FD RUNDATEFILE.
       01 RUNDATERECORD.
            02 RD-PROCESSING-DATE   PIC 9(8).

       FD RUNLEDGERFILE.
           COPY RUNLEDGR.
      *(RUN-LEDGER-RECORD, from copybooks/RUNLEDGR.CPY)

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  WS-NETPAY-CHECK-KEY  PIC X(2).
           05  WS-PRIOR-CHECK-KEY   PIC X(2).
           05  WS-RELEASE-CHECK-KEY PIC X(2).
           05  WS-RUNDATE-CHECK-KEY PIC X(2).
           05  WS-RUN-DATE          PIC 9(8).

      *The swing allowed either way before an employee is flagged,
      *as a percent of last cycle's figure.  A number on the command
      *line, in whole percent (e.g. "PAYVARIANCE 15"), overrides it
      *for the run.
       01  WS-COMMAND-LINE          PIC X(80).
       01  WS-TOLERANCE-ARG         PIC X(3) JUSTIFIED RIGHT.
       01  WS-TOLERANCE-WHOLE REDEFINES WS-TOLERANCE-ARG
                                    PIC 9(3).
       01  WS-TOLERANCE-PCT         PIC 9(3)V99 VALUE 20.00.

       01  WS-PRIOR-CYCLE-FLAG      PIC X VALUE "Y".
           88  PRIOR-CYCLE-ON-FILE  VALUE "Y".
       01  WS-PRIOR-MATCH-FLAG      PIC X VALUE "N".
           88  PRIOR-WAS-FOUND      VALUE "Y".
       01  WS-TOLERANCE-FLAG        PIC X VALUE "N".
           88  OVER-TOLERANCE       VALUE "Y".

      *This processing date's releases, loaded up front.
       01  WS-RELEASE-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-RELEASE-TABLE.
           05  WS-RELEASE-ENTRY OCCURS 200 TIMES
                   INDEXED BY REL-IDX.
               10  WS-REL-EMPLOYEEID PIC 9(7) VALUE ZERO.
               10  WS-REL-RELEASED-BY PIC X(10) VALUE SPACES.

       01  WS-SWING-FIELDS.
           05  WS-PRIOR-AMOUNT      PIC 9(7)V99.
           05  WS-CURRENT-AMOUNT    PIC 9(7)V99.
           05  WS-SWING-AMOUNT      PIC S9(7)V99.
           05  WS-SWING-PCT         PIC 9(3)V99.
           05  WS-REPORT-PCT        PIC 9(3)V99.
           05  WS-VARIANCE-REASON   PIC X(30).

       01  WS-VARIANCE-COUNTS.
           05  WS-NETPAY-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-PASSED-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-HELD-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-RELEASED-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-MISSING-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-NET-TOTAL         PIC 9(11)V99 VALUE ZERO.
           05  WS-CLEARED-TOTAL     PIC 9(11)V99 VALUE ZERO.
           05  WS-HELD-TOTAL        PIC 9(11)V99 VALUE ZERO.

       01  HEADING-LINE1.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FILLER               PIC X(32) VALUE
                 "PAY VARIANCE REVIEW             ".
           05  HL1-RUN-DATE         PIC 9(8).
           05  FILLER               PIC X(14) VALUE
                 "   TOLERANCE  ".
           05  HL1-TOLERANCE        PIC ZZ9.99.
           05  FILLER               PIC X(1)  VALUE "%".

       01  HEADING-LINE2.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FILLER               PIC X(8)  VALUE "EMPLOYEE".
           05  FILLER               PIC X(13) VALUE "  PRIOR GROSS".
           05  FILLER               PIC X(14) VALUE "    THIS GROSS".
           05  FILLER               PIC X(14) VALUE "     PRIOR NET".
           05  FILLER               PIC X(14) VALUE "      THIS NET".
           05  FILLER               PIC X(8)  VALUE "  SWING%".
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(32) VALUE "REASON".
           05  FILLER               PIC X(22) VALUE "ACTION".

       01  VARIANCE-DETAIL-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  DL-EMPLOYEEID        PIC 9(7).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-PRIOR-GROSS       PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-CURRENT-GROSS     PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-PRIOR-NET         PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-CURRENT-NET       PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-SWING-PCT         PIC ZZ9.99 BLANK WHEN ZERO.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-REASON            PIC X(30).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-ACTION            PIC X(22).

       01  FOOTING-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FL-LABEL             PIC X(30).
           05  FL-COUNT             PIC ZZZZ9.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  FL-DOLLARS           PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                    BLANK WHEN ZERO.

       PROCEDURE DIVISION.

       0100-REVIEW-CYCLE.
           PERFORM 0050-GET-PROCESSING-DATE.
           PERFORM 0055-PARSE-COMMAND-LINE.
           OPEN INPUT NETPAYFILE.
           IF WS-NETPAY-CHECK-KEY NOT = "00"
               DISPLAY "Non-zero file status: ",
                       WS-NETPAY-CHECK-KEY, " on NETPAY.DAT"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-END-PROGRAM
           END-IF.
           OPEN INPUT PRIORFILE.
           IF WS-PRIOR-CHECK-KEY NOT = "00"
               DISPLAY "No NETPAYPRIOR.DAT: first cycle on file, ",
                       "zero-net check only"
               MOVE "N" TO WS-PRIOR-CYCLE-FLAG
               SET ENDOFPRIOR TO TRUE
           END-IF.
           PERFORM 0060-LOAD-RELEASES.

           OPEN OUTPUT PRIORNEWFILE.
           OPEN OUTPUT HOLDFILE.
           OPEN OUTPUT VARIANCEREPORT.
           MOVE WS-RUN-DATE TO HL1-RUN-DATE.
           MOVE WS-TOLERANCE-PCT TO HL1-TOLERANCE.
           WRITE VARIANCEREPORTLINE FROM HEADING-LINE1
              AFTER ADVANCING PAGE.
           WRITE VARIANCEREPORTLINE FROM HEADING-LINE2
              AFTER ADVANCING 2 LINES.
           MOVE SPACES TO VARIANCEREPORTLINE.
           WRITE VARIANCEREPORTLINE AFTER ADVANCING 1 LINE.

           PERFORM 0110-READ-NETPAY.
           IF PRIOR-CYCLE-ON-FILE
               PERFORM 0120-READ-PRIOR
           END-IF.
           PERFORM 0200-MATCH-ONE-EMPLOYEE
               UNTIL ENDOFNETPAY AND ENDOFPRIOR.

           PERFORM 0500-WRITE-FOOTINGS.
           CLOSE NETPAYFILE, PRIORNEWFILE, HOLDFILE, VARIANCEREPORT.
           IF PRIOR-CYCLE-ON-FILE
               CLOSE PRIORFILE
           END-IF.
           PERFORM 0600-POST-RUN-LEDGER.
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

       0055-PARSE-COMMAND-LINE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE NOT = SPACES
               MOVE SPACES TO WS-TOLERANCE-ARG
               UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                   INTO WS-TOLERANCE-ARG
               END-UNSTRING
               INSPECT WS-TOLERANCE-ARG
                   REPLACING LEADING SPACES BY ZEROS
               IF WS-TOLERANCE-WHOLE IS NUMERIC
                   MOVE WS-TOLERANCE-WHOLE TO WS-TOLERANCE-PCT
               ELSE
                   DISPLAY "Tolerance not numeric, using ",
                           WS-TOLERANCE-PCT, " percent"
               END-IF
           END-IF.
       0055-END.

      *Only releases keyed for this processing date count, so last
      *cycle's release never waves through this cycle's problem.
       0060-LOAD-RELEASES.
           OPEN INPUT RELEASEFILE.
           IF WS-RELEASE-CHECK-KEY = "00"
               PERFORM 0130-READ-RELEASE
               PERFORM 0065-FILE-ONE-RELEASE UNTIL ENDOFRELEASE
               CLOSE RELEASEFILE
           END-IF.
       0060-END.

       0065-FILE-ONE-RELEASE.
           IF PR-RUN-DATE = WS-RUN-DATE
               IF WS-RELEASE-COUNT < 200
                   ADD 1 TO WS-RELEASE-COUNT
                   SET REL-IDX TO WS-RELEASE-COUNT
                   MOVE PR-EMPLOYEEID TO WS-REL-EMPLOYEEID(REL-IDX)
                   MOVE PR-RELEASED-BY TO WS-REL-RELEASED-BY(REL-IDX)
               ELSE
                   DISPLAY "Release table full at 200 entries, ",
                           "ignoring ", PR-EMPLOYEEID
               END-IF
           END-IF.
           PERFORM 0130-READ-RELEASE.
       0065-END.

       0110-READ-NETPAY.
           READ NETPAYFILE
               AT END SET ENDOFNETPAY TO TRUE
           END-READ.
           IF NOT ENDOFNETPAY AND NETPAYRECORD = SPACES
               GO TO 0110-READ-NETPAY
           END-IF.
       0110-END.

       0120-READ-PRIOR.
           READ PRIORFILE
               AT END SET ENDOFPRIOR TO TRUE
           END-READ.
           IF NOT ENDOFPRIOR AND PRIORRECORD = SPACES
               GO TO 0120-READ-PRIOR
           END-IF.
       0120-END.

       0130-READ-RELEASE.
           READ RELEASEFILE
               AT END SET ENDOFRELEASE TO TRUE
           END-READ.
           IF NOT ENDOFRELEASE AND RELEASERECORD = SPACES
               GO TO 0130-READ-RELEASE
           END-IF.
       0130-END.

      *Balanced-line match on EMPLOYEEID, end-of-file flags tested
      *ahead of any key comparison.  A low net-pay key is someone
      *not paid last cycle; a low prior key is someone paid last
      *cycle and not this one.
       0200-MATCH-ONE-EMPLOYEE.
           EVALUATE TRUE
               WHEN ENDOFNETPAY
                   PERFORM 0330-MISSING-EMPLOYEE
                   PERFORM 0120-READ-PRIOR
               WHEN ENDOFPRIOR
                   MOVE "N" TO WS-PRIOR-MATCH-FLAG
                   PERFORM 0300-REVIEW-ONE-EMPLOYEE THRU 0300-END
                   PERFORM 0110-READ-NETPAY
               WHEN NP-EMPLOYEEID = PV-EMPLOYEEID
                   SET PRIOR-WAS-FOUND TO TRUE
                   PERFORM 0300-REVIEW-ONE-EMPLOYEE THRU 0300-END
                   PERFORM 0110-READ-NETPAY
                   PERFORM 0120-READ-PRIOR
               WHEN NP-EMPLOYEEID < PV-EMPLOYEEID
                   MOVE "N" TO WS-PRIOR-MATCH-FLAG
                   PERFORM 0300-REVIEW-ONE-EMPLOYEE THRU 0300-END
                   PERFORM 0110-READ-NETPAY
               WHEN OTHER
                   PERFORM 0330-MISSING-EMPLOYEE
                   PERFORM 0120-READ-PRIOR
           END-EVALUATE.
       0200-END.

      *Every line is carried forward to NETPAYPRIOR.NEW, flagged or
      *not; only the flagged ones reach the listing.
       0300-REVIEW-ONE-EMPLOYEE.
           ADD 1 TO WS-NETPAY-COUNT.
           ADD NP-NET-PAY TO WS-NET-TOTAL.
           WRITE PRIORNEWRECORD FROM NETPAYRECORD
               AFTER ADVANCING 1 LINE.
           PERFORM 0310-FIND-REASON THRU 0310-END.
           IF WS-VARIANCE-REASON = SPACES
               ADD 1 TO WS-PASSED-COUNT
               ADD NP-NET-PAY TO WS-CLEARED-TOTAL
               GO TO 0300-END
           END-IF.

           MOVE NP-EMPLOYEEID TO DL-EMPLOYEEID.
           IF PRIOR-WAS-FOUND
               MOVE PV-GROSS-PAY TO DL-PRIOR-GROSS
               MOVE PV-NET-PAY TO DL-PRIOR-NET
           ELSE
               MOVE ZERO TO DL-PRIOR-GROSS
               MOVE ZERO TO DL-PRIOR-NET
           END-IF.
           MOVE NP-GROSS-PAY TO DL-CURRENT-GROSS.
           MOVE NP-NET-PAY TO DL-CURRENT-NET.
           MOVE WS-REPORT-PCT TO DL-SWING-PCT.
           MOVE WS-VARIANCE-REASON TO DL-REASON.

           SET REL-IDX TO 1.
           SEARCH WS-RELEASE-ENTRY
               AT END
                   PERFORM 0320-HOLD-EMPLOYEE
               WHEN WS-REL-EMPLOYEEID(REL-IDX) = NP-EMPLOYEEID
                   MOVE SPACES TO DL-ACTION
                   STRING "RELEASED BY " DELIMITED BY SIZE
                          WS-REL-RELEASED-BY(REL-IDX)
                              DELIMITED BY SIZE
                       INTO DL-ACTION
                   END-STRING
                   ADD 1 TO WS-RELEASED-COUNT
                   ADD NP-NET-PAY TO WS-CLEARED-TOTAL
           END-SEARCH.
           WRITE VARIANCEREPORTLINE FROM VARIANCE-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
       0300-END.

      *First reason found wins.  Zero net is checked even on the
      *first cycle; everything else needs last cycle's figures.
       0310-FIND-REASON.
           MOVE SPACES TO WS-VARIANCE-REASON.
           MOVE ZERO TO WS-REPORT-PCT.
           IF NP-NET-PAY = ZERO
               MOVE "ZERO NET PAY" TO WS-VARIANCE-REASON
               GO TO 0310-END
           END-IF.
           IF NOT PRIOR-CYCLE-ON-FILE
               GO TO 0310-END
           END-IF.
           IF NOT PRIOR-WAS-FOUND
               MOVE "NEW - NOT PAID LAST CYCLE" TO WS-VARIANCE-REASON
               GO TO 0310-END
           END-IF.

           MOVE PV-GROSS-PAY TO WS-PRIOR-AMOUNT.
           MOVE NP-GROSS-PAY TO WS-CURRENT-AMOUNT.
           PERFORM 0340-MEASURE-SWING.
           IF OVER-TOLERANCE
               MOVE "GROSS PAY OVER TOLERANCE" TO WS-VARIANCE-REASON
               MOVE WS-SWING-PCT TO WS-REPORT-PCT
               GO TO 0310-END
           END-IF.

           MOVE PV-NET-PAY TO WS-PRIOR-AMOUNT.
           MOVE NP-NET-PAY TO WS-CURRENT-AMOUNT.
           PERFORM 0340-MEASURE-SWING.
           IF OVER-TOLERANCE
               MOVE "NET PAY OVER TOLERANCE" TO WS-VARIANCE-REASON
               MOVE WS-SWING-PCT TO WS-REPORT-PCT
           END-IF.
       0310-END.

       0320-HOLD-EMPLOYEE.
           MOVE SPACES TO HOLDRECORD.
           MOVE NP-EMPLOYEEID TO PH-EMPLOYEEID.
           MOVE WS-RUN-DATE TO PH-RUN-DATE.
           MOVE NP-NET-PAY TO PH-NET-PAY.
           MOVE WS-VARIANCE-REASON TO PH-REASON.
           WRITE HOLDRECORD AFTER ADVANCING 1 LINE.
           MOVE "HELD OUT OF BANK FILE" TO DL-ACTION.
           ADD 1 TO WS-HELD-COUNT.
           ADD NP-NET-PAY TO WS-HELD-TOTAL.
       0320-END.

      *Nothing to hold, but payroll should know why someone paid
      *last cycle has dropped off (a leaver not yet terminated, a
      *missing timecard).
       0330-MISSING-EMPLOYEE.
           MOVE PV-EMPLOYEEID TO DL-EMPLOYEEID.
           MOVE PV-GROSS-PAY TO DL-PRIOR-GROSS.
           MOVE PV-NET-PAY TO DL-PRIOR-NET.
           MOVE ZERO TO DL-CURRENT-GROSS.
           MOVE ZERO TO DL-CURRENT-NET.
           MOVE ZERO TO DL-SWING-PCT.
           MOVE "MISSING - PAID LAST CYCLE" TO DL-REASON.
           MOVE "NOTED" TO DL-ACTION.
           WRITE VARIANCEREPORTLINE FROM VARIANCE-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-MISSING-COUNT.
       0330-END.

      *Swing either way as a percent of last cycle's figure.  From
      *a zero last cycle, any amount at all is over tolerance.
       0340-MEASURE-SWING.
           MOVE "N" TO WS-TOLERANCE-FLAG.
           MOVE ZERO TO WS-SWING-PCT.
           IF WS-PRIOR-AMOUNT = ZERO
               IF WS-CURRENT-AMOUNT NOT = ZERO
                   MOVE 999.99 TO WS-SWING-PCT
                   SET OVER-TOLERANCE TO TRUE
               END-IF
           ELSE
               COMPUTE WS-SWING-AMOUNT =
                   WS-CURRENT-AMOUNT - WS-PRIOR-AMOUNT
               IF WS-SWING-AMOUNT < ZERO
                   COMPUTE WS-SWING-AMOUNT = ZERO - WS-SWING-AMOUNT
               END-IF
               COMPUTE WS-SWING-PCT ROUNDED =
                   WS-SWING-AMOUNT * 100 / WS-PRIOR-AMOUNT
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-SWING-PCT
               END-COMPUTE
               IF WS-SWING-PCT > WS-TOLERANCE-PCT
                   SET OVER-TOLERANCE TO TRUE
               END-IF
           END-IF.
       0340-END.

       0500-WRITE-FOOTINGS.
           MOVE "PASSED REVIEW:" TO FL-LABEL.
           MOVE WS-PASSED-COUNT TO FL-COUNT.
           MOVE ZERO TO FL-DOLLARS.
           WRITE VARIANCEREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 2 LINES.
           MOVE "RELEASED BY PAYROLL:" TO FL-LABEL.
           MOVE WS-RELEASED-COUNT TO FL-COUNT.
           WRITE VARIANCEREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 1 LINE.
           MOVE "HELD OUT OF BANK FILE:" TO FL-LABEL.
           MOVE WS-HELD-COUNT TO FL-COUNT.
           MOVE WS-HELD-TOTAL TO FL-DOLLARS.
           WRITE VARIANCEREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 1 LINE.
           MOVE "MISSING FROM THIS CYCLE:" TO FL-LABEL.
           MOVE WS-MISSING-COUNT TO FL-COUNT.
           MOVE ZERO TO FL-DOLLARS.
           WRITE VARIANCEREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 1 LINE.
       0500-END.

      *In = every net-pay line reviewed, out = those cleared for the
      *bank (passed or released), rejects = those held.
       0600-POST-RUN-LEDGER.
           OPEN EXTEND RUNLEDGERFILE.
           MOVE SPACES TO RUN-LEDGER-RECORD.
           MOVE "PAYVARIANCE" TO RL-STEP-NAME.
           MOVE WS-RUN-DATE TO RL-RUN-DATE.
           MOVE WS-NETPAY-COUNT TO RL-IN-COUNT.
           COMPUTE RL-OUT-COUNT = WS-PASSED-COUNT + WS-RELEASED-COUNT.
           MOVE WS-HELD-COUNT TO RL-REJECT-COUNT.
           MOVE WS-NET-TOTAL TO RL-IN-DOLLARS.
           MOVE WS-CLEARED-TOTAL TO RL-OUT-DOLLARS.
           WRITE RUN-LEDGER-RECORD AFTER ADVANCING 1 LINE.
           CLOSE RUNLEDGERFILE.
       0600-END.

       9000-END-PROGRAM.
           DISPLAY "Net-pay records reviewed:  ", WS-NETPAY-COUNT.
           DISPLAY "Passed review:             ", WS-PASSED-COUNT.
           DISPLAY "Released by payroll:       ", WS-RELEASED-COUNT.
           DISPLAY "Held out of bank file:     ", WS-HELD-COUNT.
           DISPLAY "Missing from this cycle:   ", WS-MISSING-COUNT.
           STOP RUN.

          END PROGRAM PAYVARIANCE.

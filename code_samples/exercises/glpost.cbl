      *clearing account.  The journal refuses to write at all unless
      *debits equal credits to the penny -- an unbalanced entry in
      *the GL costs more time than this whole batch takes to run.
      *
      *The employer's own share rides the same journal: NETPAY's
      *NETPAYEMPLOYER.DAT costing debits each department's burden
      *expense account ("<department> BURDEN") and credits each
      *contribution code's liability, so finance no longer books
      *matching, employer taxes, and premium share by hand.
      *
      *Wages follow the hours: NETPAY's NETPAYLABOR.DAT moves the
      *regular and overtime pay for hours charged away from home
      *out of the home department's wage debit and into the
      *department that had the work, and LABORDIST.LPT shows each
      *department's hours and dollars borrowed in and loaned out.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE STATUS IS WS-DETAIL-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT EMPLOYERDETAIL ASSIGN TO "NETPAYEMPLOYER.DAT"
           FILE STATUS IS WS-EMPLOYER-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT LABORDETAIL ASSIGN TO "NETPAYLABOR.DAT"
           FILE STATUS IS WS-LABOR-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT NEWEMPFILE ASSIGN TO "NEWEMPFILE.DAT"
           FILE STATUS IS WS-NEWEMP-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT GLJOURNAL ASSIGN TO "GLJOURNAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT LABORREPORT ASSIGN TO "LABORDIST.LPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD NETPAYFILE.
            04 DD-DEDUCT-CODE       PIC X(4).
            04 DD-AMOUNT            PIC 9(7)V99.

       FD EMPLOYERDETAIL.
       01 EMPLOYERDETAILRECORD.
            88 ENDOFEMPLOYER        VALUE HIGH-VALUES.
            04 EC-EMPLOYEEID        PIC 9(7).
            04 EC-CONTRIB-CODE      PIC X(4).
            04 EC-AMOUNT            PIC 9(7)V99.

       FD LABORDETAIL.
       01 LABORDETAILRECORD.
            88 ENDOFLABOR           VALUE HIGH-VALUES.
            04 NL-EMPLOYEEID        PIC 9(7).
            04 NL-HOME-DEPT         PIC X(30).
            04 NL-CHARGE-DEPT       PIC X(30).
            04 NL-HOURS             PIC 9(5).
            04 NL-REGULAR-PAY       PIC 9(7)V99.
            04 NL-OVERTIME-PAY      PIC 9(7)V99.

       FD NEWEMPFILE.
       01 NEWEMPLOYEE.
            88 ENDOFNEWEMP          VALUE HIGH-VALUES.
            04 NEW-HOURLY-RATE      PIC 9(4)V99.
            04 NEW-DEPARTMENT       PIC X(30).
            04 NEW-GENDER           PIC X.
            04 NEW-PAY-TYPE         PIC X.
               88 NEW-IS-SALARIED   VALUE "S".
            04 NEW-ANNUAL-SALARY    PIC 9(7)V99.

      *One journal line per account: D debits, C credits, the
      *account being a department wage-expense, a deduction-code
            04 FILLER               PIC X(2).
            04 GJ-AMOUNT            PIC 9(9)V99.

       FD LABORREPORT.
       01 LABORREPORTLINE          PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  WS-NETPAY-CHECK-KEY  PIC X(2).
           05  WS-DETAIL-CHECK-KEY  PIC X(2).
           05  WS-NEWEMP-CHECK-KEY  PIC X(2).
           05  WS-EMPLOYER-CHECK-KEY PIC X(2).
           05  WS-LABOR-CHECK-KEY   PIC X(2).
           05  WS-RUN-DATE          PIC 9(8).

      *Department per employee, loaded off this cycle's
               10  WS-DEPT-NAME     PIC X(30) VALUE SPACES.
               10  WS-DEPT-GROSS    PIC 9(9)V99 VALUE ZERO.

      *Labor distribution by department: hours and wages worked in
      *the department by other departments' people (borrowed in),
      *and by its own people elsewhere (loaned out).
       01  WS-DIST-COUNT            PIC 9(2) VALUE ZERO.
       01  WS-DIST-TABLE.
           05  WS-DIST-ENTRY OCCURS 25 TIMES
                   INDEXED BY DST-IDX.
               10  WS-DIST-DEPT     PIC X(30) VALUE SPACES.
               10  WS-DIST-IN-HOURS PIC 9(7) VALUE ZERO.
               10  WS-DIST-IN-PAY   PIC 9(9)V99 VALUE ZERO.
               10  WS-DIST-OUT-HOURS PIC 9(7) VALUE ZERO.
               10  WS-DIST-OUT-PAY  PIC 9(9)V99 VALUE ZERO.
       01  WS-DIST-SLOT-VALID       PIC X VALUE "Y".
       01  WS-HOME-DEPARTMENT       PIC X(30).
       01  WS-MOVED-PAY             PIC 9(7)V99.
       01  WS-DEPT-AMOUNT           PIC 9(7)V99.

      *Burden-expense debit accumulators, one per department seen
      *on the employer costing.
       01  WS-BURDEN-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-BURDEN-TABLE.
           05  WS-BURDEN-ENTRY OCCURS 25 TIMES
                   INDEXED BY BRD-IDX.
               10  WS-BURDEN-DEPT   PIC X(30) VALUE SPACES.
               10  WS-BURDEN-AMOUNT PIC 9(9)V99 VALUE ZERO.

      *Liability credit accumulators, one per deduction code seen.
       01  WS-CODE-COUNT            PIC 9(2) VALUE ZERO.
       01  WS-CODE-TABLE.
           05  WS-DEDUCT-TOTAL      PIC 9(11)V99 VALUE ZERO.
           05  WS-NET-TOTAL         PIC 9(11)V99 VALUE ZERO.
           05  WS-CREDIT-TOTAL      PIC 9(11)V99 VALUE ZERO.
           05  WS-BURDEN-TOTAL      PIC 9(11)V99 VALUE ZERO.

       01  WS-GLPOST-COUNTS.
           05  WS-NETPAY-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-DETAIL-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-NO-DEPT-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-JOURNAL-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-EMPLOYER-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-LABOR-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-MOVED-COUNT       PIC 9(5) VALUE ZERO.

       01  WS-FIND-DEPARTMENT      PIC X(30).
       01  WS-FIND-EMPLOYEEID      PIC 9(7).
      *Set by each lookup; only the cheque pass counts a miss, so an
      *employee is counted once however many lines they carry.
       01  WS-DEPT-LOOKUP-FLAG     PIC X.
           88  DEPT-IS-ON-FILE     VALUE "Y".
           88  DEPT-NOT-ON-FILE    VALUE "N".
       01  WS-POST-CODE            PIC X(4).
       01  WS-POST-AMOUNT          PIC 9(7)V99.
       01  WS-UNKNOWN-DEPARTMENT   PIC X(30)
               VALUE "*UNKNOWN DEPARTMENT*".
       01  WS-CASH-ACCOUNT         PIC X(30)
               VALUE "CASH CLEARING".

       01  HEADING-LINE1.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FILLER               PIC X(32) VALUE
                 "LABOR DISTRIBUTION BY DEPARTMENT".
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  HL1-RUN-DATE         PIC 9(8).

       01  HEADING-LINE2.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FILLER               PIC X(30) VALUE "DEPARTMENT".
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(10) VALUE " HOURS IN".
           05  FILLER               PIC X(15) VALUE "    DOLLARS IN".
           05  FILLER               PIC X(10) VALUE "HOURS OUT".
           05  FILLER               PIC X(15) VALUE "   DOLLARS OUT".

       01  DIST-DETAIL-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  DL-DEPARTMENT        PIC X(30).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-IN-HOURS          PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  DL-IN-PAY            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  DL-OUT-HOURS         PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  DL-OUT-PAY           PIC ZZZ,ZZZ,ZZ9.99.

       01  FOOTING-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FILLER               PIC X(24) VALUE
                 "WAGES MOVED BETWEEN DEPT".
           05  FILLER               PIC X(2)  VALUE ": ".
           05  FL-MOVED-COUNT       PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       0100-POST-PAYROLL.
           PERFORM 0300-ACCUMULATE-ONE-DEDUCTION UNTIL ENDOFDETAIL.
           CLOSE DEDUCTDETAIL.

           OPEN INPUT EMPLOYERDETAIL.
           IF WS-EMPLOYER-CHECK-KEY NOT = "00"
               DISPLAY "Non-zero file status: ",
                       WS-EMPLOYER-CHECK-KEY, " on NETPAYEMPLOYER.DAT"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0350-ACCUMULATE-ONE-BURDEN UNTIL ENDOFEMPLOYER.
           CLOSE EMPLOYERDETAIL.

           OPEN INPUT LABORDETAIL.
           IF WS-LABOR-CHECK-KEY NOT = "00"
               DISPLAY "Non-zero file status: ",
                       WS-LABOR-CHECK-KEY, " on NETPAYLABOR.DAT"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0250-DISTRIBUTE-ONE-LABOR-LINE UNTIL ENDOFLABOR.
           CLOSE LABORDETAIL.

           PERFORM 0400-BALANCE-AND-WRITE THRU 0400-END.
           PERFORM 0500-WRITE-LABOR-REPORT.
           PERFORM 9000-END-PROGRAM.
       0100-END.

               NOT AT END
                   IF NETPAYRECORD NOT = SPACES
                       ADD 1 TO WS-NETPAY-COUNT
                       MOVE NP-EMPLOYEEID TO WS-FIND-EMPLOYEEID
                       PERFORM 0210-FIND-DEPARTMENT
                       IF DEPT-NOT-ON-FILE
                           ADD 1 TO WS-NO-DEPT-COUNT
                       END-IF
                       MOVE NP-GROSS-PAY TO WS-DEPT-AMOUNT
                       PERFORM 0220-ADD-DEPT-GROSS
                       ADD NP-GROSS-PAY TO WS-DEBIT-TOTAL
                       ADD NP-NET-PAY TO WS-NET-TOTAL

       0210-FIND-DEPARTMENT.
           MOVE WS-UNKNOWN-DEPARTMENT TO WS-FIND-DEPARTMENT.
           SET DEPT-IS-ON-FILE TO TRUE.
           SET LKP-IDX TO 1.
           SEARCH WS-LOOKUP-ENTRY
               AT END
                   SET DEPT-NOT-ON-FILE TO TRUE
               WHEN WS-LKP-EMPLOYEEID(LKP-IDX) = WS-FIND-EMPLOYEEID
                   MOVE WS-LKP-DEPARTMENT(LKP-IDX)
                       TO WS-FIND-DEPARTMENT
           END-SEARCH.
                       SET DEPT-IDX TO WS-DEPT-COUNT
                       MOVE WS-FIND-DEPARTMENT
                           TO WS-DEPT-NAME(DEPT-IDX)
                       MOVE WS-DEPT-AMOUNT
                           TO WS-DEPT-GROSS(DEPT-IDX)
                   ELSE
                       SET ACCOUNT-TABLE-OVERFLOWED TO TRUE
                               "entries, journal will be refused"
                   END-IF
               WHEN WS-DEPT-NAME(DEPT-IDX) = WS-FIND-DEPARTMENT
                   ADD WS-DEPT-AMOUNT TO WS-DEPT-GROSS(DEPT-IDX)
           END-SEARCH.
       0220-END.

      *A labor line charged to the employee's own department changes
      *nothing.  One charged away moves its regular and overtime pay
      *off the home department's debit onto the charge department's,
      *so the total debit -- and the balance -- is untouched.
       0250-DISTRIBUTE-ONE-LABOR-LINE.
           READ LABORDETAIL
               AT END SET ENDOFLABOR TO TRUE
               NOT AT END
                   IF LABORDETAILRECORD NOT = SPACES
                       ADD 1 TO WS-LABOR-COUNT
                       MOVE NL-EMPLOYEEID TO WS-FIND-EMPLOYEEID
                       PERFORM 0210-FIND-DEPARTMENT
                       MOVE WS-FIND-DEPARTMENT TO WS-HOME-DEPARTMENT
                       IF NL-CHARGE-DEPT NOT = WS-HOME-DEPARTMENT
                           PERFORM 0260-MOVE-CHARGED-PAY
                       END-IF
                   END-IF
           END-READ.
       0250-END.

       0260-MOVE-CHARGED-PAY.
           COMPUTE WS-MOVED-PAY =
               NL-REGULAR-PAY + NL-OVERTIME-PAY.
           SET DEPT-IDX TO 1.
           SEARCH WS-DEPT-ENTRY
               AT END
                   MOVE ZERO TO WS-MOVED-PAY
               WHEN WS-DEPT-NAME(DEPT-IDX) = WS-HOME-DEPARTMENT
                   IF WS-MOVED-PAY > WS-DEPT-GROSS(DEPT-IDX)
                       MOVE WS-DEPT-GROSS(DEPT-IDX) TO WS-MOVED-PAY
                   END-IF
                   SUBTRACT WS-MOVED-PAY FROM WS-DEPT-GROSS(DEPT-IDX)
           END-SEARCH.
           MOVE NL-CHARGE-DEPT TO WS-FIND-DEPARTMENT.
           MOVE WS-MOVED-PAY TO WS-DEPT-AMOUNT.
           PERFORM 0220-ADD-DEPT-GROSS.
           ADD 1 TO WS-MOVED-COUNT.
           PERFORM 0270-FIND-DIST-ENTRY.
           IF WS-DIST-SLOT-VALID = "Y"
               ADD NL-HOURS TO WS-DIST-IN-HOURS(DST-IDX)
               ADD WS-MOVED-PAY TO WS-DIST-IN-PAY(DST-IDX)
           END-IF.
           MOVE WS-HOME-DEPARTMENT TO WS-FIND-DEPARTMENT.
           PERFORM 0270-FIND-DIST-ENTRY.
           IF WS-DIST-SLOT-VALID = "Y"
               ADD NL-HOURS TO WS-DIST-OUT-HOURS(DST-IDX)
               ADD WS-MOVED-PAY TO WS-DIST-OUT-PAY(DST-IDX)
           END-IF.
       0260-END.

       0270-FIND-DIST-ENTRY.
           MOVE "Y" TO WS-DIST-SLOT-VALID.
           SET DST-IDX TO 1.
           SEARCH WS-DIST-ENTRY
               AT END
                   IF WS-DIST-COUNT < 25
                       ADD 1 TO WS-DIST-COUNT
                       SET DST-IDX TO WS-DIST-COUNT
                       MOVE WS-FIND-DEPARTMENT
                           TO WS-DIST-DEPT(DST-IDX)
                   ELSE
                       MOVE "N" TO WS-DIST-SLOT-VALID
                       DISPLAY "Labor distribution table full at 25 "
                               "entries, report incomplete"
                   END-IF
               WHEN WS-DIST-DEPT(DST-IDX) = WS-FIND-DEPARTMENT
                   CONTINUE
           END-SEARCH.
       0270-END.

       0300-ACCUMULATE-ONE-DEDUCTION.
           READ DEDUCTDETAIL
               AT END SET ENDOFDETAIL TO TRUE
               NOT AT END
                   IF DEDUCTDETAILRECORD NOT = SPACES
                       ADD 1 TO WS-DETAIL-COUNT
                       MOVE DD-DEDUCT-CODE TO WS-POST-CODE
                       MOVE DD-AMOUNT TO WS-POST-AMOUNT
                       PERFORM 0310-ADD-CODE-AMOUNT
                       ADD DD-AMOUNT TO WS-DEDUCT-TOTAL
                   END-IF
                   IF WS-CODE-COUNT < 50
                       ADD 1 TO WS-CODE-COUNT
                       SET CODE-IDX TO WS-CODE-COUNT
                       MOVE WS-POST-CODE
                           TO WS-CODE-VALUE(CODE-IDX)
                       MOVE WS-POST-AMOUNT
                           TO WS-CODE-AMOUNT(CODE-IDX)
                   ELSE
                       SET ACCOUNT-TABLE-OVERFLOWED TO TRUE
                       DISPLAY "Deduction code table full at 50 "
                               "entries, journal will be refused"
                   END-IF
               WHEN WS-CODE-VALUE(CODE-IDX) = WS-POST-CODE
                   ADD WS-POST-AMOUNT TO WS-CODE-AMOUNT(CODE-IDX)
           END-SEARCH.
       0310-END.

      *Each employer contribution: a burden debit to the employee's
      *department and a credit to the contribution code's liability,
      *so the pair nets to nothing and the journal still balances.
       0350-ACCUMULATE-ONE-BURDEN.
           READ EMPLOYERDETAIL
               AT END SET ENDOFEMPLOYER TO TRUE
               NOT AT END
                   IF EMPLOYERDETAILRECORD NOT = SPACES
                       ADD 1 TO WS-EMPLOYER-COUNT
                       MOVE EC-EMPLOYEEID TO WS-FIND-EMPLOYEEID
                       PERFORM 0210-FIND-DEPARTMENT
                       PERFORM 0360-ADD-DEPT-BURDEN
                       MOVE EC-CONTRIB-CODE TO WS-POST-CODE
                       MOVE EC-AMOUNT TO WS-POST-AMOUNT
                       PERFORM 0310-ADD-CODE-AMOUNT
                       ADD EC-AMOUNT TO WS-BURDEN-TOTAL
                   END-IF
           END-READ.
       0350-END.

       0360-ADD-DEPT-BURDEN.
           SET BRD-IDX TO 1.
           SEARCH WS-BURDEN-ENTRY
               AT END
                   IF WS-BURDEN-COUNT < 25
                       ADD 1 TO WS-BURDEN-COUNT
                       SET BRD-IDX TO WS-BURDEN-COUNT
                       MOVE WS-FIND-DEPARTMENT
                           TO WS-BURDEN-DEPT(BRD-IDX)
                       MOVE EC-AMOUNT TO WS-BURDEN-AMOUNT(BRD-IDX)
                   ELSE
                       SET ACCOUNT-TABLE-OVERFLOWED TO TRUE
                       DISPLAY "Burden table full at 25 "
                               "entries, journal will be refused"
                   END-IF
               WHEN WS-BURDEN-DEPT(BRD-IDX) = WS-FIND-DEPARTMENT
                   ADD EC-AMOUNT TO WS-BURDEN-AMOUNT(BRD-IDX)
           END-SEARCH.
       0360-END.

      *The journal is only ever written balanced: total debits
      *(gross by department) against total credits (withheld by
      *code plus net to cash clearing), to the penny, or nothing
               MOVE 8 TO RETURN-CODE
               GO TO 0400-END
           END-IF.
           ADD WS-BURDEN-TOTAL TO WS-DEBIT-TOTAL.
           COMPUTE WS-CREDIT-TOTAL =
               WS-DEDUCT-TOTAL + WS-NET-TOTAL + WS-BURDEN-TOTAL.
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               DISPLAY "GLPOST OUT OF BALANCE: DEBITS=",
                       WS-DEBIT-TOTAL, " CREDITS=", WS-CREDIT-TOTAL,
               WRITE GLJOURNALRECORD AFTER ADVANCING 1 LINE
               ADD 1 TO WS-JOURNAL-COUNT
           END-PERFORM.
           PERFORM VARYING BRD-IDX FROM 1 BY 1
                   UNTIL BRD-IDX > WS-BURDEN-COUNT
               MOVE SPACES TO GLJOURNALRECORD
               MOVE WS-RUN-DATE TO GJ-RUN-DATE
               MOVE "D" TO GJ-DR-CR
               STRING WS-BURDEN-DEPT(BRD-IDX) DELIMITED BY "  "
                      " BURDEN" DELIMITED BY SIZE
                      INTO GJ-ACCOUNT
               END-STRING
               MOVE WS-BURDEN-AMOUNT(BRD-IDX) TO GJ-AMOUNT
               WRITE GLJOURNALRECORD AFTER ADVANCING 1 LINE
               ADD 1 TO WS-JOURNAL-COUNT
           END-PERFORM.
           PERFORM VARYING CODE-IDX FROM 1 BY 1
                   UNTIL CODE-IDX > WS-CODE-COUNT
               MOVE SPACES TO GLJOURNALRECORD
           DISPLAY "GL journal balanced and written".
       0400-END.

      *The distribution report prints whether or not the journal
      *balanced: it is a costing view of the cycle, not a posting.
       0500-WRITE-LABOR-REPORT.
           OPEN OUTPUT LABORREPORT.
           MOVE WS-RUN-DATE TO HL1-RUN-DATE.
           WRITE LABORREPORTLINE FROM HEADING-LINE1
              AFTER ADVANCING PAGE.
           WRITE LABORREPORTLINE FROM HEADING-LINE2
              AFTER ADVANCING 2 LINES.
           PERFORM 0510-WRITE-ONE-DIST-LINE
               VARYING DST-IDX FROM 1 BY 1
               UNTIL DST-IDX > WS-DIST-COUNT.
           MOVE WS-MOVED-COUNT TO FL-MOVED-COUNT.
           WRITE LABORREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 2 LINES.
           CLOSE LABORREPORT.
       0500-END.

       0510-WRITE-ONE-DIST-LINE.
           MOVE WS-DIST-DEPT(DST-IDX) TO DL-DEPARTMENT.
           MOVE WS-DIST-IN-HOURS(DST-IDX) TO DL-IN-HOURS.
           MOVE WS-DIST-IN-PAY(DST-IDX) TO DL-IN-PAY.
           MOVE WS-DIST-OUT-HOURS(DST-IDX) TO DL-OUT-HOURS.
           MOVE WS-DIST-OUT-PAY(DST-IDX) TO DL-OUT-PAY.
           WRITE LABORREPORTLINE FROM DIST-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
       0510-END.

       9000-END-PROGRAM.
           DISPLAY "Net-pay records read:      ", WS-NETPAY-COUNT.
           DISPLAY "Deduction details read:    ", WS-DETAIL-COUNT.
           DISPLAY "Employer costings read:    ", WS-EMPLOYER-COUNT.
           DISPLAY "Labor lines read:          ", WS-LABOR-COUNT.
           DISPLAY "Labor lines charged away:  ", WS-MOVED-COUNT.
           DISPLAY "Employees without dept:    ", WS-NO-DEPT-COUNT.
           DISPLAY "Journal lines written:     ", WS-JOURNAL-COUNT.
           DISPLAY "Total debits:              ", WS-DEBIT-TOTAL.

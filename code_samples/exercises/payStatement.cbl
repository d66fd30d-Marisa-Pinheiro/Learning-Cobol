      *PAYSTATEMENTS.LPT, a page each, with the same run-date/page-
      *number headings REPORT.LPT carries, so payroll stops retyping
      *the figures into a word processor every cycle.
      *
      *Any premium credit NETPAY gave this cycle -- the wellness
      *credit against the health deduction -- prints on its own
      *line under gross pay, off NETPAYCREDITS.DAT, so the employee
      *can see it was applied.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       SELECT STATEMENTFILE ASSIGN TO "PAYSTATEMENTS.LPT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Optional: no file means no credits were given this cycle.
       SELECT CREDITDETAIL ASSIGN TO "NETPAYCREDITS.DAT"
           FILE STATUS IS WS-CREDIT-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD NEWEMPFILE.
            04 NEW-HOURLY-RATE      PIC 9(4)V99.
            04 NEW-DEPARTMENT       PIC X(30).
            04 NEW-GENDER           PIC X.
            04 NEW-PAY-TYPE         PIC X.
               88 NEW-IS-SALARIED   VALUE "S".
            04 NEW-ANNUAL-SALARY    PIC 9(7)V99.

       FD STATEMENTFILE.
       01 STATEMENTLINE            PIC X(132).

       FD CREDITDETAIL.
       01 CREDITDETAILRECORD.
            88 ENDOFCREDITS         VALUE HIGH-VALUES.
            04 NC-EMPLOYEEID        PIC 9(7).
            04 NC-CREDIT-CODE       PIC X(4).
            04 NC-DEDUCT-CODE       PIC X(4).
            04 NC-AMOUNT            PIC 9(7)V99.

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  WS-NEWEMP-CHECK-KEY  PIC X(2).
           05  WS-STATEMENT-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-GROSS-PAY         PIC 9(7)V99.
           05  WS-CREDIT-CHECK-KEY  PIC X(2).

      *This cycle's credits, by employee, as NETPAY gave them.
       01  WS-CREDIT-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-CREDIT-TABLE.
           05  WS-CREDIT-ENTRY OCCURS 500 TIMES
                   INDEXED BY CRD-IDX.
               10  WS-CRD-EMPLOYEEID PIC 9(7) VALUE ZERO.
               10  WS-CRD-CREDIT-CODE PIC X(4) VALUE SPACES.
               10  WS-CRD-DEDUCT-CODE PIC X(4) VALUE SPACES.
               10  WS-CRD-AMOUNT     PIC 9(7)V99 VALUE ZERO.

      *Union contract: hours past 160 in the month price at time and
      *a half -- the same split NETPAY and YTDUPDATE make, shown as
      *separate regular and overtime lines on the statement.  A
      *salaried employee gets one salary line, a twelfth of the
      *annual salary, with no rate and no overtime.
       01  WS-OVERTIME-TERMS.
           05  WS-OT-THRESHOLD-HOURS PIC 9(3) VALUE 160.
           05  WS-OT-MULTIPLIER     PIC 9V9 VALUE 1.5.
           05  WS-CYCLES-PER-YEAR   PIC 9(2) VALUE 12.
       01  WS-OVERTIME-FIELDS.
           05  WS-REGULAR-HOURS     PIC 9(3).
           05  WS-OVERTIME-HOURS    PIC 9(3).
           05  FILLER               PIC X(5)    VALUE SPACES.
           05  SL-HOURSWORKED       PIC ZZ9.
           05  FILLER               PIC X(7)    VALUE SPACES.
           05  SL-HOURLY-RATE       PIC $$,$$9.99 BLANK WHEN ZERO.
           05  FILLER               PIC X(4)    VALUE SPACES.
           05  SL-GROSS-PAY         PIC $$,$$$,$$9.99.

           05  FILLER               PIC X(33)   VALUE SPACES.
           05  SL-TOTAL-GROSS       PIC $$,$$$,$$9.99.

      *Shown as a positive figure: it is what the deduction was
      *reduced by, not a payment.
       01  STMT-CREDIT-LINE.
           05  FILLER               PIC X(5)    VALUE SPACES.
           05  SL-CREDIT-LABEL      PIC X(16).
           05  FILLER               PIC X(4)    VALUE "OFF ".
           05  SL-DEDUCT-CODE       PIC X(4).
           05  FILLER               PIC X(21)   VALUE SPACES.
           05  SL-CREDIT-AMOUNT     PIC $$,$$$,$$9.99.

       01  FOOTING-LINE.
           05  FILLER               PIC X(5)    VALUE SPACES.
           05  FILLER               PIC X(18)   VALUE
           END-IF.
           OPEN OUTPUT STATEMENTFILE.
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD.
           PERFORM 0120-LOAD-CREDITS.

           PERFORM 0110-READ-EMPLOYEE.
           PERFORM 0200-PRINT-ONE-STATEMENT THRU 0200-END
           END-IF.
       0110-END.

       0120-LOAD-CREDITS.
           OPEN INPUT CREDITDETAIL.
           IF WS-CREDIT-CHECK-KEY = "00"
               PERFORM 0125-LOAD-ONE-CREDIT UNTIL ENDOFCREDITS
               CLOSE CREDITDETAIL
           END-IF.
       0120-END.

       0125-LOAD-ONE-CREDIT.
           READ CREDITDETAIL
               AT END SET ENDOFCREDITS TO TRUE
               NOT AT END
                   IF CREDITDETAILRECORD NOT = SPACES
                       IF WS-CREDIT-COUNT < 500
                           ADD 1 TO WS-CREDIT-COUNT
                           SET CRD-IDX TO WS-CREDIT-COUNT
                           MOVE NC-EMPLOYEEID
                               TO WS-CRD-EMPLOYEEID(CRD-IDX)
                           MOVE NC-CREDIT-CODE
                               TO WS-CRD-CREDIT-CODE(CRD-IDX)
                           MOVE NC-DEDUCT-CODE
                               TO WS-CRD-DEDUCT-CODE(CRD-IDX)
                           MOVE NC-AMOUNT TO WS-CRD-AMOUNT(CRD-IDX)
                       ELSE
                           DISPLAY "Credit table full at 500 "
                                   "entries, not showing ",
                                   NC-EMPLOYEEID
                       END-IF
                   END-IF
           END-READ.
       0125-END.

       0150-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO HL1-PAGE-NUMBER.
           WRITE STATEMENTLINE FROM STMT-DETAIL-HEADING
              AFTER ADVANCING 2 LINES.
           PERFORM 0210-SPLIT-GROSS-PAY.
           IF NEW-IS-SALARIED
               MOVE "SALARY" TO SL-EARNINGS-LABEL
               MOVE ZERO TO SL-HOURLY-RATE
           ELSE
               MOVE "REGULAR" TO SL-EARNINGS-LABEL
               MOVE NEW-HOURLY-RATE TO SL-HOURLY-RATE
           END-IF.
           MOVE WS-REGULAR-HOURS TO SL-HOURSWORKED.
           MOVE WS-REGULAR-PAY TO SL-GROSS-PAY.
           WRITE STATEMENTLINE FROM STMT-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           MOVE WS-GROSS-PAY TO SL-TOTAL-GROSS.
           WRITE STATEMENTLINE FROM STMT-GROSS-LINE
              AFTER ADVANCING 1 LINE.
           PERFORM 0220-PRINT-ONE-CREDIT
               VARYING CRD-IDX FROM 1 BY 1
               UNTIL CRD-IDX > WS-CREDIT-COUNT.
           ADD 1 TO WS-STATEMENT-COUNT.
           PERFORM 0110-READ-EMPLOYEE.
       0200-END.

      *Regular hours at the straight rate, hours past the monthly
      *threshold at the contract premium; salaried staff a twelfth
      *of the salary.
       0210-SPLIT-GROSS-PAY.
           IF NEW-IS-SALARIED
               MOVE NEW-HOURSWORKED TO WS-REGULAR-HOURS
               MOVE ZERO TO WS-OVERTIME-HOURS
               MOVE ZERO TO WS-OT-RATE
               COMPUTE WS-REGULAR-PAY ROUNDED =
                   NEW-ANNUAL-SALARY / WS-CYCLES-PER-YEAR
               MOVE ZERO TO WS-OVERTIME-PAY
           ELSE
               IF NEW-HOURSWORKED > WS-OT-THRESHOLD-HOURS
                   MOVE WS-OT-THRESHOLD-HOURS TO WS-REGULAR-HOURS
                   COMPUTE WS-OVERTIME-HOURS =
                       NEW-HOURSWORKED - WS-OT-THRESHOLD-HOURS
               ELSE
                   MOVE NEW-HOURSWORKED TO WS-REGULAR-HOURS
                   MOVE ZERO TO WS-OVERTIME-HOURS
               END-IF
               COMPUTE WS-OT-RATE ROUNDED =
                   NEW-HOURLY-RATE * WS-OT-MULTIPLIER
               COMPUTE WS-REGULAR-PAY =
                   NEW-HOURLY-RATE * WS-REGULAR-HOURS
               COMPUTE WS-OVERTIME-PAY ROUNDED =
                   NEW-HOURLY-RATE * WS-OT-MULTIPLIER
                   * WS-OVERTIME-HOURS
           END-IF.
           COMPUTE WS-GROSS-PAY =
               WS-REGULAR-PAY + WS-OVERTIME-PAY.
       0210-END.

       0220-PRINT-ONE-CREDIT.
           IF WS-CRD-EMPLOYEEID(CRD-IDX) = NEW-EMPLOYEEID
               IF WS-CRD-CREDIT-CODE(CRD-IDX) = "WELL"
                   MOVE "WELLNESS CREDIT" TO SL-CREDIT-LABEL
               ELSE
                   MOVE WS-CRD-CREDIT-CODE(CRD-IDX) TO SL-CREDIT-LABEL
               END-IF
               MOVE WS-CRD-DEDUCT-CODE(CRD-IDX) TO SL-DEDUCT-CODE
               MOVE WS-CRD-AMOUNT(CRD-IDX) TO SL-CREDIT-AMOUNT
               WRITE STATEMENTLINE FROM STMT-CREDIT-LINE
                  AFTER ADVANCING 1 LINE
           END-IF.
       0220-END.

       9000-END-PROGRAM.
           DISPLAY "Pay statements produced: ", WS-STATEMENT-COUNT.
           STOP RUN.

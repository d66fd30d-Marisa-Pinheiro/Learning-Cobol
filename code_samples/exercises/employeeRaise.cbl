           FILE STATUS IS WS-DEPTMASTER-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

      *The pay grade structure: a raise never carries a graded
      *employee past the maximum of their grade's range, on top of
      *the department ceiling on COLATABLE.DAT.
       SELECT PAYGRADEFILE ASSIGN TO "PAYGRADES.DAT"
           FILE STATUS IS WS-GRADE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.


      *One line per step per cycle into the shared run ledger;
      *RECONCILE walks it at the end of the window and proves the
            02 EMP-STATUS           PIC X.
               88 EMP-IS-TERMINATED VALUE "T".
            02 EMP-TERM-DATE        PIC 9(8).
      *Salaried staff are paid a per-cycle fraction of the annual
      *salary, with no overtime.  Space or "H" means hourly.
            02 EMP-PAY-TYPE         PIC X.
               88 EMP-IS-SALARIED   VALUE "S".
            02 EMP-ANNUAL-SALARY    PIC 9(7)V99.
      *Pay grade on PAYGRADES.DAT, whose range limits the rate;
      *spaces mean the employee is not yet graded.
            02 EMP-PAY-GRADE        PIC X(4).
      *Home mailing address the letters are sent to, in the same
      *widths as the customer master's; spaces until HR keys one.
            02 EMP-HOME-ADDRESS.
               04 EMP-HOME-STREET   PIC X(30).
               04 EMP-HOME-CITY     PIC X(20).
               04 EMP-HOME-STATE    PIC X(2).
               04 EMP-HOME-ZIP      PIC X(10).

       FD NEWEMPFILE.
       01 NEWEMPLOYEE.
			04 NEW-HOURLY-RATE      PIC 9(4)V99.
            04 NEW-DEPARTMENT       PIC X(30).
            04 NEW-GENDER           PIC X.
            04 NEW-PAY-TYPE         PIC X.
            04 NEW-ANNUAL-SALARY    PIC 9(7)V99.

      *A salaried employee's raise is to the salary, so the record
      *carries the pay type and the salary before and after; the
      *rate pair is left as it stood on the master.
       FD AUDITFILE.
       01 AUDITRECORD.
            04 AUDIT-EMPLOYEEID    PIC 9(7).
            04 AUDIT-OLD-RATE      PIC 9(4)V99.
            04 AUDIT-NEW-RATE      PIC 9(4)V99.
            04 AUDIT-RUN-DATE      PIC 9(8).
            04 AUDIT-PAY-TYPE      PIC X.
            04 AUDIT-OLD-SALARY    PIC 9(7)V99.
            04 AUDIT-NEW-SALARY    PIC 9(7)V99.

       FD REJECTFILE.
       01 REJECTRECORD.
            04 CEILING-COMPUTED-RATE PIC 9(4)V99.
            04 CEILING-CAPPED-RATE  PIC 9(4)V99.
            04 CEILING-MAX-RATE     PIC 9(4)V99.
      *Salaried employees are held to the rate ceiling over the
      *standard year; their rate fields stay zero.
            04 CEILING-PAY-TYPE     PIC X.
            04 CEILING-COMPUTED-SALARY PIC 9(7)V99.
            04 CEILING-MAX-SALARY   PIC 9(7)V99.
      *Spaces when the department ceiling did the capping; the
      *employee's grade when the grade maximum did.
            04 CEILING-PAY-GRADE    PIC X(4).

       FD GENDERREPORT.
       01 GENDERREPORTLINE.
      *One catch-up payment per employee on a retroactive run: the
      *rate difference owed for each whole month between the
      *effective date and the run date, priced at the employee's
      *HOURSWORKED (a salaried employee's months are priced at a
      *twelfth of the salary difference, and the rate pair carries
      *the salary's hourly equivalent), so payroll can issue the
      *settlement in one batch.
      *BP-STATUS starts as space (open) and is flipped to "D" with
      *the disbursement date by NETPAY once the settlement has been
      *paid through a cycle, so a rerun cannot pay it twice.
            88 ENDOFDEPTS           VALUE HIGH-VALUES.
            02 DPT-NAME             PIC X(30).
            02 DPT-CODE             PIC X(4).
      *The department's annual merit pool, spent by MERIT.
            02 FILLER               PIC X(2).
            02 DPT-MERIT-POOL       PIC 9(7)V99.

       FD PAYGRADEFILE.
       01 PAYGRADERECORD.
            88 ENDOFGRADES          VALUE HIGH-VALUES.
            02 PG-GRADE             PIC X(4).
            02 FILLER               PIC X(2).
            02 PG-MINIMUM           PIC 9(4)V99.
            02 FILLER               PIC X(2).
            02 PG-MIDPOINT          PIC 9(4)V99.
            02 FILLER               PIC X(2).
            02 PG-MAXIMUM           PIC 9(4)V99.


       FD RUNDATEFILE.
       01  WS-REFDEPT-KNOWN-FLAG        PIC X VALUE "N".
           88  REFDEPT-IS-KNOWN         VALUE "Y".

      *Grade maximums off PAYGRADES.DAT.  An employee already past
      *the maximum is held where they are rather than cut.
       01  WS-GRADE-CHECK-KEY           PIC X(2).
       01  WS-GRADE-COUNT               PIC 9(2) VALUE ZERO.
       01  WS-GRADE-TABLE.
           05  WS-GRADE-ENTRY OCCURS 50 TIMES
                   INDEXED BY GRADE-IDX.
               10  WS-GRADE-CODE        PIC X(4) VALUE SPACES.
               10  WS-GRADE-MAXIMUM     PIC 9(4)V99 VALUE ZERO.
       01  WS-GRADE-FOUND-FLAG          PIC X VALUE "N".
           88  GRADE-IS-KNOWN           VALUE "Y".
       01  WS-GRADE-MATCH-IDX           PIC 9(2) VALUE ZERO.
       01  WS-GRADE-LIMIT-RATE          PIC 9(4)V99.
       01  WS-GRADE-LIMIT-SALARY        PIC 9(9)V99.

       01  WS-CEILING-FLAGS.
           05  WS-OVER-CEILING           PIC X VALUE "N".
               88  RATE-OVER-CEILING     VALUE "Y".
               88  UNDER-ONE-YEAR       VALUE "Y".

       01  WS-OLD-HOURLY-RATE           PIC 9(4)V99.

      * Salaried staff: the COLA lands on EMP-ANNUAL-SALARY.  A
      * cycle's pay is a twelfth of it, and its hourly equivalent
      * (salary over the standard 2080-hour year) stands in for
      * HOURLYRATE in the ceiling check and the equity averages.
       01  WS-SALARY-TERMS.
           05  WS-CYCLES-PER-YEAR       PIC 9(2) VALUE 12.
           05  WS-STANDARD-ANNUAL-HOURS PIC 9(4) VALUE 2080.
       01  WS-SALARY-FIELDS.
           05  WS-OLD-ANNUAL-SALARY     PIC 9(7)V99.
           05  WS-MAX-ANNUAL-SALARY     PIC 9(9)V99.
           05  WS-EQUITY-RATE           PIC 9(4)V99.
           05  WS-SALARY-DIFF           PIC S9(7)V99.
       01  WS-RUN-DATE                  PIC 9(8).

       01  WS-REJECT-COUNT              PIC 9(5) VALUE ZERO.
       0100-READ-EMPLOYEES.
	   PERFORM 0050-INITIALIZE-TABLES.
	   PERFORM 0053-LOAD-DEPT-MASTER.
           PERFORM 0048-LOAD-PAY-GRADES.
	   PERFORM 0055-PARSE-COMMAND-LINE.
	   IF SIMULATION-MODE-ON
	       PERFORM 0052-LOAD-PROPOSED-TABLE
           END-READ.
       0059-END.

       0048-LOAD-PAY-GRADES.
           OPEN INPUT PAYGRADEFILE.
           IF WS-GRADE-CHECK-KEY NOT = "00"
               DISPLAY "Non-zero file status: ",
                       WS-GRADE-CHECK-KEY, " on PAYGRADES.DAT"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0049-LOAD-ONE-GRADE UNTIL ENDOFGRADES.
           CLOSE PAYGRADEFILE.
       0048-END.

       0049-LOAD-ONE-GRADE.
           READ PAYGRADEFILE
               AT END SET ENDOFGRADES TO TRUE
               NOT AT END
                   IF PAYGRADERECORD NOT = SPACES
                       IF WS-GRADE-COUNT < 50
                           ADD 1 TO WS-GRADE-COUNT
                           SET GRADE-IDX TO WS-GRADE-COUNT
                           MOVE PG-GRADE
                               TO WS-GRADE-CODE(GRADE-IDX)
                           MOVE PG-MAXIMUM
                               TO WS-GRADE-MAXIMUM(GRADE-IDX)
                       ELSE
                           DISPLAY "PAYGRADES.DAT: table full at "
                                   "50 entries, ignoring ", PG-GRADE
                       END-IF
                   END-IF
           END-READ.
       0049-END.

      * Loads the negotiated tiers and ceilings from COLATABLE.DAT.
      * The table used to be hard-coded here, which meant every
      * contract change was a program change and a recompile, and
           MOVE SPACES TO WS-REJECT-CODE.
           MOVE SPACES TO WS-REJECT-TEXT.
           ADD 1 TO WS-INPUT-COUNT.
           IF EMP-IS-SALARIED
               COMPUTE WS-RECORD-DOLLARS ROUNDED =
                   EMP-ANNUAL-SALARY / WS-CYCLES-PER-YEAR
           ELSE
               COMPUTE WS-RECORD-DOLLARS = HOURLYRATE * HOURSWORKED
           END-IF.
           ADD WS-RECORD-DOLLARS TO WS-INPUT-DOLLARS.

      * Rate and hours mean nothing to a salaried employee's pay,
      * so only the salary itself is checked for them.
           IF EMPLOYEEID = ZERO
               SET RECORD-IS-INVALID TO TRUE
               MOVE "R001" TO WS-REJECT-CODE
               MOVE "MISSING EMPLOYEE ID" TO WS-REJECT-TEXT
           ELSE IF EMP-IS-SALARIED
               IF EMP-ANNUAL-SALARY = ZERO
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "R005" TO WS-REJECT-CODE
                   MOVE "ZERO OR INVALID ANNUAL SALARY"
                       TO WS-REJECT-TEXT
               END-IF
           ELSE IF HOURLYRATE = ZERO
               SET RECORD-IS-INVALID TO TRUE
               MOVE "R002" TO WS-REJECT-CODE
               SET RECORD-IS-INVALID TO TRUE
               MOVE "R004" TO WS-REJECT-CODE
               MOVE "HOURS WORKED EXCEEDS MAXIMUM" TO WS-REJECT-TEXT
           END-IF END-IF END-IF END-IF END-IF.
      * A grade that has since come off PAYGRADES.DAT leaves no
      * maximum to hold the raise to, so the employee waits for HR
      * to regrade them rather than being raised unchecked.
           PERFORM 0235-FIND-PAY-GRADE.
           IF RECORD-IS-VALID
              AND EMP-PAY-GRADE NOT = SPACES
              AND NOT GRADE-IS-KNOWN
               SET RECORD-IS-INVALID TO TRUE
               MOVE "R006" TO WS-REJECT-CODE
               MOVE "PAY GRADE NOT ON PAYGRADES.DAT"
                   TO WS-REJECT-TEXT
           END-IF.
       0230-END.

       0235-FIND-PAY-GRADE.
           MOVE "N" TO WS-GRADE-FOUND-FLAG.
           MOVE ZERO TO WS-GRADE-MATCH-IDX.
           IF EMP-PAY-GRADE NOT = SPACES
               SET GRADE-IDX TO 1
               SEARCH WS-GRADE-ENTRY
                   AT END
                       CONTINUE
                   WHEN GRADE-IDX > WS-GRADE-COUNT
                       CONTINUE
                   WHEN WS-GRADE-CODE(GRADE-IDX) = EMP-PAY-GRADE
                       SET GRADE-IS-KNOWN TO TRUE
                       SET WS-GRADE-MATCH-IDX TO GRADE-IDX
               END-SEARCH
           END-IF.
       0235-END.

       0240-WRITE-REJECT.
           IF NOT SIMULATION-MODE-ON
               MOVE EMPLOYEEID TO REJECT-EMPLOYEEID
               MOVE STARTDATE TO NEW-STARTDATE
               MOVE HOURSWORKED TO NEW-HOURSWORKED
               MOVE HOURLYRATE TO WS-OLD-HOURLY-RATE
               MOVE EMP-ANNUAL-SALARY TO WS-OLD-ANNUAL-SALARY
               IF EMP-IS-SALARIED
                   COMPUTE EMP-ANNUAL-SALARY =
                       EMP-ANNUAL-SALARY * WS-APPLIED-COLA-PCT
                   PERFORM 0272-CHECK-SALARY-CEILING
               ELSE
                   COMPUTE HOURLYRATE =
                       HOURLYRATE * WS-APPLIED-COLA-PCT
                   PERFORM 0270-CHECK-CEILING
               END-IF
               IF GRADE-IS-KNOWN
                   PERFORM 0274-CHECK-GRADE-MAXIMUM
               END-IF
               MOVE HOURLYRATE TO NEW-HOURLY-RATE
               MOVE DEPARTMENT TO NEW-DEPARTMENT
               MOVE GENDER TO NEW-GENDER
               IF EMP-IS-SALARIED
                   MOVE "S" TO NEW-PAY-TYPE
               ELSE
                   MOVE "H" TO NEW-PAY-TYPE
               END-IF
               MOVE EMP-ANNUAL-SALARY TO NEW-ANNUAL-SALARY
               IF NOT SIMULATION-MODE-ON
                   WRITE NEWEMPLOYEE AFTER ADVANCING 1 LINE

                   MOVE WS-OLD-HOURLY-RATE TO AUDIT-OLD-RATE
                   MOVE HOURLYRATE TO AUDIT-NEW-RATE
                   MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
                   MOVE NEW-PAY-TYPE TO AUDIT-PAY-TYPE
                   MOVE WS-OLD-ANNUAL-SALARY TO AUDIT-OLD-SALARY
                   MOVE EMP-ANNUAL-SALARY TO AUDIT-NEW-SALARY
                   WRITE AUDITRECORD AFTER ADVANCING 1 LINE
                   IF RETRO-MODE-ON
                       PERFORM 0275-WRITE-BACK-PAY

               ADD 1 TO WS-EMPLOYEE-COUNT
               ADD 1 TO WS-DEPT-HEADCOUNT(WS-DEPT-MATCH-IDX)
               IF EMP-IS-SALARIED
                   COMPUTE WS-RECORD-DOLLARS ROUNDED =
                       WS-OLD-ANNUAL-SALARY / WS-CYCLES-PER-YEAR
               ELSE
                   COMPUTE WS-RECORD-DOLLARS =
                       WS-OLD-HOURLY-RATE * HOURSWORKED
               END-IF
               ADD WS-RECORD-DOLLARS
                   TO WS-DEPT-OLD-TOTAL(WS-DEPT-MATCH-IDX)
               IF EMP-IS-SALARIED
                   COMPUTE WS-RECORD-DOLLARS ROUNDED =
                       EMP-ANNUAL-SALARY / WS-CYCLES-PER-YEAR
               ELSE
                   COMPUTE WS-RECORD-DOLLARS =
                       HOURLYRATE * HOURSWORKED
               END-IF
               ADD WS-RECORD-DOLLARS
                   TO WS-DEPT-NEW-TOTAL(WS-DEPT-MATCH-IDX)
               ADD WS-RECORD-DOLLARS TO WS-OUTPUT-DOLLARS
                    TO CEILING-CAPPED-RATE
               MOVE WS-DEPT-MAX-RATE(WS-DEPT-MATCH-IDX)
                    TO CEILING-MAX-RATE
               MOVE "H" TO CEILING-PAY-TYPE
               MOVE ZERO TO CEILING-COMPUTED-SALARY
               MOVE ZERO TO CEILING-MAX-SALARY
               MOVE SPACES TO CEILING-PAY-GRADE
               IF NOT SIMULATION-MODE-ON
                   WRITE CEILINGRECORD AFTER ADVANCING 1 LINE
               END-IF
           END-IF.
       0270-END.

      * The salaried form of the ceiling: the department's maximum
      * rate over the standard year caps the raised salary.
       0272-CHECK-SALARY-CEILING.
           MOVE "N" TO WS-OVER-CEILING.
           COMPUTE WS-MAX-ANNUAL-SALARY =
               WS-DEPT-MAX-RATE(WS-DEPT-MATCH-IDX)
                   * WS-STANDARD-ANNUAL-HOURS.
           IF EMP-ANNUAL-SALARY > WS-MAX-ANNUAL-SALARY
               SET RATE-OVER-CEILING TO TRUE
               MOVE EMPLOYEEID TO CEILING-EMPLOYEEID
               MOVE DEPARTMENT TO CEILING-DEPARTMENT
               MOVE ZERO TO CEILING-COMPUTED-RATE
               MOVE ZERO TO CEILING-CAPPED-RATE
               MOVE WS-DEPT-MAX-RATE(WS-DEPT-MATCH-IDX)
                    TO CEILING-MAX-RATE
               MOVE "S" TO CEILING-PAY-TYPE
               MOVE EMP-ANNUAL-SALARY TO CEILING-COMPUTED-SALARY
               MOVE WS-MAX-ANNUAL-SALARY TO CEILING-MAX-SALARY
               MOVE SPACES TO CEILING-PAY-GRADE
               IF NOT SIMULATION-MODE-ON
                   WRITE CEILINGRECORD AFTER ADVANCING 1 LINE
               END-IF
               MOVE WS-MAX-ANNUAL-SALARY TO EMP-ANNUAL-SALARY
               ADD 1 TO WS-CEILING-COUNT
           END-IF.
       0272-END.

      * The grade maximum, checked after the department ceiling so
      * the lower of the two wins.  Salaried staff are held to the
      * maximum over the standard year.  Someone already past the
      * maximum before the raise keeps their old pay -- the raise
      * is refused, not turned into a cut -- and either way the
      * capping goes on CEILINGEXCEPTIONS.DAT against the grade.
       0274-CHECK-GRADE-MAXIMUM.
           IF EMP-IS-SALARIED
               COMPUTE WS-GRADE-LIMIT-SALARY =
                   WS-GRADE-MAXIMUM(WS-GRADE-MATCH-IDX)
                       * WS-STANDARD-ANNUAL-HOURS
               IF WS-OLD-ANNUAL-SALARY > WS-GRADE-LIMIT-SALARY
                   MOVE WS-OLD-ANNUAL-SALARY TO WS-GRADE-LIMIT-SALARY
               END-IF
               IF EMP-ANNUAL-SALARY > WS-GRADE-LIMIT-SALARY
                   MOVE EMPLOYEEID TO CEILING-EMPLOYEEID
                   MOVE DEPARTMENT TO CEILING-DEPARTMENT
                   MOVE ZERO TO CEILING-COMPUTED-RATE
                   MOVE ZERO TO CEILING-CAPPED-RATE
                   MOVE WS-GRADE-MAXIMUM(WS-GRADE-MATCH-IDX)
                        TO CEILING-MAX-RATE
                   MOVE "S" TO CEILING-PAY-TYPE
                   MOVE EMP-ANNUAL-SALARY TO CEILING-COMPUTED-SALARY
                   MOVE WS-GRADE-LIMIT-SALARY TO CEILING-MAX-SALARY
                   MOVE EMP-PAY-GRADE TO CEILING-PAY-GRADE
                   IF NOT SIMULATION-MODE-ON
                       WRITE CEILINGRECORD AFTER ADVANCING 1 LINE
                   END-IF
                   MOVE WS-GRADE-LIMIT-SALARY TO EMP-ANNUAL-SALARY
                   ADD 1 TO WS-CEILING-COUNT
               END-IF
           ELSE
               MOVE WS-GRADE-MAXIMUM(WS-GRADE-MATCH-IDX)
                   TO WS-GRADE-LIMIT-RATE
               IF WS-OLD-HOURLY-RATE > WS-GRADE-LIMIT-RATE
                   MOVE WS-OLD-HOURLY-RATE TO WS-GRADE-LIMIT-RATE
               END-IF
               IF HOURLYRATE > WS-GRADE-LIMIT-RATE
                   MOVE EMPLOYEEID TO CEILING-EMPLOYEEID
                   MOVE DEPARTMENT TO CEILING-DEPARTMENT
                   MOVE HOURLYRATE TO CEILING-COMPUTED-RATE
                   MOVE WS-GRADE-LIMIT-RATE TO CEILING-CAPPED-RATE
                   MOVE WS-GRADE-MAXIMUM(WS-GRADE-MATCH-IDX)
                        TO CEILING-MAX-RATE
                   MOVE "H" TO CEILING-PAY-TYPE
                   MOVE ZERO TO CEILING-COMPUTED-SALARY
                   MOVE ZERO TO CEILING-MAX-SALARY
                   MOVE EMP-PAY-GRADE TO CEILING-PAY-GRADE
                   IF NOT SIMULATION-MODE-ON
                       WRITE CEILINGRECORD AFTER ADVANCING 1 LINE
                   END-IF
                   MOVE WS-GRADE-LIMIT-RATE TO HOURLYRATE
                   ADD 1 TO WS-CEILING-COUNT
               END-IF
           END-IF.
       0274-END.

      * Catch-up payment for the months the raise was late: whole
      * months between the effective date and the run date (the run
      * month itself is paid at the new rate, so it is not owed),
           IF WS-RETRO-MONTHS < ZERO
               MOVE ZERO TO WS-RETRO-MONTHS
           END-IF.
           IF EMP-IS-SALARIED
               COMPUTE WS-SALARY-DIFF =
                   EMP-ANNUAL-SALARY - WS-OLD-ANNUAL-SALARY
               IF WS-SALARY-DIFF < ZERO
                   MOVE ZERO TO WS-SALARY-DIFF
               END-IF
               COMPUTE WS-BACKPAY-AMOUNT ROUNDED =
                   WS-SALARY-DIFF / WS-CYCLES-PER-YEAR
                       * WS-RETRO-MONTHS
               COMPUTE BP-OLD-RATE ROUNDED =
                   WS-OLD-ANNUAL-SALARY / WS-STANDARD-ANNUAL-HOURS
               COMPUTE BP-NEW-RATE ROUNDED =
                   EMP-ANNUAL-SALARY / WS-STANDARD-ANNUAL-HOURS
           ELSE
               COMPUTE WS-RATE-DIFF =
                   HOURLYRATE - WS-OLD-HOURLY-RATE
               IF WS-RATE-DIFF < ZERO
                   MOVE ZERO TO WS-RATE-DIFF
               END-IF
               COMPUTE WS-BACKPAY-AMOUNT =
                   WS-RATE-DIFF * HOURSWORKED * WS-RETRO-MONTHS
               MOVE WS-OLD-HOURLY-RATE TO BP-OLD-RATE
               MOVE HOURLYRATE TO BP-NEW-RATE
           END-IF.
           MOVE EMPLOYEEID TO BP-EMPLOYEEID.
           MOVE WS-EFFECTIVE-DATE TO BP-EFFECTIVE-DATE.
           MOVE WS-RETRO-MONTHS TO BP-MONTHS.
           MOVE WS-BACKPAY-AMOUNT TO BP-BACKPAY.
       0275-END.

       0290-ACCUMULATE-GENDER.
           IF EMP-IS-SALARIED
               COMPUTE WS-EQUITY-RATE ROUNDED =
                   EMP-ANNUAL-SALARY / WS-STANDARD-ANNUAL-HOURS
           ELSE
               MOVE HOURLYRATE TO WS-EQUITY-RATE
           END-IF.
           EVALUATE GENDER
               WHEN "M"
                   ADD 1 TO WS-DEPT-MALE-COUNT(WS-DEPT-MATCH-IDX)
                   ADD WS-EQUITY-RATE
                       TO WS-DEPT-MALE-TOTAL(WS-DEPT-MATCH-IDX)
               WHEN "F"
                   ADD 1 TO WS-DEPT-FEMALE-COUNT(WS-DEPT-MATCH-IDX)
                   ADD WS-EQUITY-RATE
                       TO WS-DEPT-FEMALE-TOTAL(WS-DEPT-MATCH-IDX)
               WHEN OTHER
                   ADD 1 TO WS-DEPT-OTHERG-COUNT(WS-DEPT-MATCH-IDX)
                   ADD WS-EQUITY-RATE
                       TO WS-DEPT-OTHERG-TOTAL(WS-DEPT-MATCH-IDX)
           END-EVALUATE.
       0290-END.

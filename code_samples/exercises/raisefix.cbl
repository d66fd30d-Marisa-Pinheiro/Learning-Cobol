      *and AUDITFILE.DAT so they get the same audited COLA as
      *everyone else instead of a manual rate edit that never hits
      *the audit trail.  The tier table comes from COLATABLE.DAT,
      *the same parameter file the main run loads, and the grade
      *maximums from PAYGRADES.DAT, as there.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE STATUS IS WS-REJECT-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PAYGRADEFILE ASSIGN TO "PAYGRADES.DAT"
           FILE STATUS IS WS-GRADE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FIXFILE ASSIGN TO "EMPFIXES.DAT"
           FILE STATUS IS WS-FIX-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.
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

       FD REJECTFILE.
       01 REJECTRECORD.
            02 FX-HOURLYRATE        PIC 9(4)V99.
            02 FX-DEPARTMENT        PIC X(30).
            02 FX-GENDER            PIC X.
      *"S" with the corrected salary for a salaried employee; space
      *or "H" puts the employee on the hourly rate.
            02 FX-PAY-TYPE          PIC X.
               88 FX-IS-SALARIED    VALUE "S".
            02 FX-ANNUAL-SALARY     PIC 9(7)V99.
      *A corrected grade, for an employee thrown out because their
      *grade was not on PAYGRADES.DAT; spaces keep the grade on the
      *master.
            02 FX-PAY-GRADE         PIC X(4).

       FD NEWEMPFILE.
       01 NEWEMPLOYEE.
            04 NEW-HOURLY-RATE      PIC 9(4)V99.
            04 NEW-DEPARTMENT       PIC X(30).
            04 NEW-GENDER           PIC X.
            04 NEW-PAY-TYPE         PIC X.
            04 NEW-ANNUAL-SALARY    PIC 9(7)V99.

       FD AUDITFILE.
       01 AUDITRECORD.
            04 AUDIT-OLD-RATE      PIC 9(4)V99.
            04 AUDIT-NEW-RATE      PIC 9(4)V99.
            04 AUDIT-RUN-DATE      PIC 9(8).
            04 AUDIT-PAY-TYPE      PIC X.
            04 AUDIT-OLD-SALARY    PIC 9(7)V99.
            04 AUDIT-NEW-SALARY    PIC 9(7)V99.

       FD COLATABLEFILE.
       01 TABLERECORD.
            04 TBL-NEW-HIRE-PCT     PIC 9V9(4).
            04 TBL-MAX-RATE         PIC 9(4)V99.

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

       FD JOURNALFILE.
       01 JOURNALRECORD.
            02 EJ-JOURNAL-DATE      PIC 9(8).
            02 FILLER               PIC X(2).
            02 EJ-ACTION            PIC X.
            02 FILLER               PIC X(2).
            02 EJ-BEFORE-IMAGE      PIC X(160).
      *Who keyed and who approved a maker-checker maintenance
      *change; spaces for everything else.
            02 FILLER               PIC X(2).
            02 EJ-OPERATOR-ID       PIC X(8).
            02 FILLER               PIC X(2).
            02 EJ-APPROVER-ID       PIC X(8).

       FD FIXLOG.
       01 FIXLOGRECORD.
           05  WS-REJECT-CHECK-KEY  PIC X(2).
           05  WS-FIX-CHECK-KEY     PIC X(2).
           05  WS-COLATABLE-CHECK-KEY PIC X(2).
           05  WS-GRADE-CHECK-KEY   PIC X(2).

      *Everyone the main run threw out, loaded up front so a fix is
      *only honored for an employee who was actually rejected --
       01  WS-DEFAULT-NEW-HIRE-PCT  PIC 9V9(4) VALUE 1.0150.
       01  WS-OLD-HOURLY-RATE       PIC 9(4)V99.
       01  WS-NEW-RATE              PIC 9(4)V99.
      *Salaried employees take the raise on the salary, capped at the
      *department ceiling over the standard 2080-hour year.
       01  WS-STANDARD-ANNUAL-HOURS PIC 9(4) VALUE 2080.
       01  WS-OLD-ANNUAL-SALARY     PIC 9(7)V99.
       01  WS-NEW-ANNUAL-SALARY     PIC 9(7)V99.
       01  WS-MAX-ANNUAL-SALARY     PIC 9(9)V99.

      *Grade maximums off PAYGRADES.DAT, held to the same way the
      *main run holds them: never past the maximum, and never cut
      *for someone already over it.
       01  WS-GRADE-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-GRADE-TABLE.
           05  WS-GRADE-ENTRY OCCURS 50 TIMES
                   INDEXED BY GRADE-IDX.
               10  WS-GRADE-CODE    PIC X(4) VALUE SPACES.
               10  WS-GRADE-MAXIMUM PIC 9(4)V99 VALUE ZERO.
       01  WS-GRADE-FOUND-FLAG      PIC X VALUE "N".
           88  GRADE-IS-KNOWN       VALUE "Y".
       01  WS-GRADE-MATCH-IDX       PIC 9(2) VALUE ZERO.
       01  WS-GRADE-LIMIT-RATE      PIC 9(4)V99.
       01  WS-GRADE-LIMIT-SALARY    PIC 9(9)V99.

       01  WS-TODAY.
           05  WS-TODAY-YEAR        PIC 9(4).
      *same convention every EMPFILE.DAT updater follows.
       01  WS-JOURNAL-FIELDS.
           05  WS-JOURNAL-ACTION    PIC X.
           05  WS-JOURNAL-IMAGE     PIC X(160).
           05  WS-JOURNAL-TIME      PIC 9(8).


           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-RUN-DATE.
           PERFORM 0050-LOAD-COLA-TABLE.
           PERFORM 0070-LOAD-PAY-GRADES.
           PERFORM 0060-LOAD-REJECTS.
           OPEN I-O EMPLOYEEFILE
           IF FILE-CHECK-KEY NOT = "00"
           END-READ.
       0065-END.

       0070-LOAD-PAY-GRADES.
           OPEN INPUT PAYGRADEFILE.
           IF WS-GRADE-CHECK-KEY NOT = "00"
               DISPLAY "Non-zero file status: ",
                       WS-GRADE-CHECK-KEY, " on PAYGRADES.DAT"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0075-LOAD-ONE-GRADE UNTIL ENDOFGRADES.
           CLOSE PAYGRADEFILE.
       0070-END.

       0075-LOAD-ONE-GRADE.
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
       0075-END.

       0080-FIND-PAY-GRADE.
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
       0080-END.

       0110-READ-FIX.
           READ FIXFILE
               AT END SET ENDOFFIXES TO TRUE
                   MOVE FX-HOURLYRATE TO HOURLYRATE
                   MOVE FX-DEPARTMENT TO DEPARTMENT
                   MOVE FX-GENDER TO GENDER
                   IF FX-IS-SALARIED
                       MOVE "S" TO EMP-PAY-TYPE
                       IF FX-ANNUAL-SALARY NUMERIC
                           MOVE FX-ANNUAL-SALARY TO EMP-ANNUAL-SALARY
                       ELSE
                           MOVE ZERO TO EMP-ANNUAL-SALARY
                       END-IF
                   ELSE
                       MOVE "H" TO EMP-PAY-TYPE
                       MOVE ZERO TO EMP-ANNUAL-SALARY
                   END-IF
                   IF FX-PAY-GRADE NOT = SPACES
                       MOVE FX-PAY-GRADE TO EMP-PAY-GRADE
                   END-IF
                   PERFORM 0230-VALIDATE-FIX
                   IF FIX-IS-INVALID
                       PERFORM 0260-LOG-FAILED
           END-READ.
       0220-END.

      *Same R001-R006 rules 0230-VALIDATE-EMPLOYEE applies on the
      *main run -- a fix that would just bounce again is caught here
      *before it touches the master.
       0230-VALIDATE-FIX.
           IF EMPLOYEEID = ZERO
               SET FIX-IS-INVALID TO TRUE
               MOVE "MISSING EMPLOYEE ID" TO WS-REJECT-TEXT
           ELSE IF EMP-IS-SALARIED
               IF EMP-ANNUAL-SALARY = ZERO
                   SET FIX-IS-INVALID TO TRUE
                   MOVE "ZERO OR INVALID ANNUAL SALARY"
                       TO WS-REJECT-TEXT
               END-IF
           ELSE IF HOURLYRATE = ZERO
               SET FIX-IS-INVALID TO TRUE
               MOVE "ZERO OR INVALID HOURLY RATE" TO WS-REJECT-TEXT
           ELSE IF HOURSWORKED > 744
               SET FIX-IS-INVALID TO TRUE
               MOVE "HOURS WORKED EXCEEDS MAXIMUM" TO WS-REJECT-TEXT
           END-IF END-IF END-IF END-IF END-IF.
           PERFORM 0080-FIND-PAY-GRADE.
           IF FIX-IS-VALID
              AND EMP-PAY-GRADE NOT = SPACES
              AND NOT GRADE-IS-KNOWN
               SET FIX-IS-INVALID TO TRUE
               MOVE "PAY GRADE NOT ON PAYGRADES.DAT" TO WS-REJECT-TEXT
           END-IF.
       0230-END.

      *The repaired employee gets the same raise path the main run
           END-SEARCH.

           MOVE HOURLYRATE TO WS-OLD-HOURLY-RATE.
           MOVE HOURLYRATE TO WS-NEW-RATE.
           MOVE EMP-ANNUAL-SALARY TO WS-OLD-ANNUAL-SALARY.
           MOVE EMP-ANNUAL-SALARY TO WS-NEW-ANNUAL-SALARY.
           IF EMP-IS-SALARIED
               COMPUTE WS-NEW-ANNUAL-SALARY =
                   EMP-ANNUAL-SALARY * WS-APPLIED-COLA-PCT
               COMPUTE WS-MAX-ANNUAL-SALARY =
                   WS-DEPT-MAX-RATE(WS-DEPT-MATCH-IDX)
                       * WS-STANDARD-ANNUAL-HOURS
               IF WS-NEW-ANNUAL-SALARY > WS-MAX-ANNUAL-SALARY
                   MOVE WS-MAX-ANNUAL-SALARY TO WS-NEW-ANNUAL-SALARY
               END-IF
           ELSE
               COMPUTE WS-NEW-RATE =
                   HOURLYRATE * WS-APPLIED-COLA-PCT
               IF WS-NEW-RATE > WS-DEPT-MAX-RATE(WS-DEPT-MATCH-IDX)
                   MOVE WS-DEPT-MAX-RATE(WS-DEPT-MATCH-IDX)
                       TO WS-NEW-RATE
               END-IF
           END-IF.
           IF GRADE-IS-KNOWN
               PERFORM 0305-HOLD-TO-GRADE-MAXIMUM
           END-IF.

           MOVE EMPLOYEEID TO NEW-EMPLOYEEID.
           MOVE WS-NEW-RATE TO NEW-HOURLY-RATE.
           MOVE DEPARTMENT TO NEW-DEPARTMENT.
           MOVE GENDER TO NEW-GENDER.
           MOVE EMP-PAY-TYPE TO NEW-PAY-TYPE.
           MOVE WS-NEW-ANNUAL-SALARY TO NEW-ANNUAL-SALARY.
           WRITE NEWEMPLOYEE AFTER ADVANCING 1 LINE.

           MOVE EMPLOYEEID TO AUDIT-EMPLOYEEID.
           MOVE WS-OLD-HOURLY-RATE TO AUDIT-OLD-RATE.
           MOVE WS-NEW-RATE TO AUDIT-NEW-RATE.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE EMP-PAY-TYPE TO AUDIT-PAY-TYPE.
           MOVE WS-OLD-ANNUAL-SALARY TO AUDIT-OLD-SALARY.
           MOVE WS-NEW-ANNUAL-SALARY TO AUDIT-NEW-SALARY.
           WRITE AUDITRECORD AFTER ADVANCING 1 LINE.

           MOVE SPACES TO FIXLOGRECORD.
           ADD 1 TO WS-FIX-RAISED-COUNT.
       0300-END.

      *The grade maximum after the department ceiling, so the lower
      *of the two wins; someone already past it keeps their pay.
       0305-HOLD-TO-GRADE-MAXIMUM.
           IF EMP-IS-SALARIED
               COMPUTE WS-GRADE-LIMIT-SALARY =
                   WS-GRADE-MAXIMUM(WS-GRADE-MATCH-IDX)
                       * WS-STANDARD-ANNUAL-HOURS
               IF WS-OLD-ANNUAL-SALARY > WS-GRADE-LIMIT-SALARY
                   MOVE WS-OLD-ANNUAL-SALARY TO WS-GRADE-LIMIT-SALARY
               END-IF
               IF WS-NEW-ANNUAL-SALARY > WS-GRADE-LIMIT-SALARY
                   MOVE WS-GRADE-LIMIT-SALARY TO WS-NEW-ANNUAL-SALARY
               END-IF
           ELSE
               MOVE WS-GRADE-MAXIMUM(WS-GRADE-MATCH-IDX)
                   TO WS-GRADE-LIMIT-RATE
               IF WS-OLD-HOURLY-RATE > WS-GRADE-LIMIT-RATE
                   MOVE WS-OLD-HOURLY-RATE TO WS-GRADE-LIMIT-RATE
               END-IF
               IF WS-NEW-RATE > WS-GRADE-LIMIT-RATE
                   MOVE WS-GRADE-LIMIT-RATE TO WS-NEW-RATE
               END-IF
           END-IF.
       0305-END.

       0310-CHECK-TENURE.
           MOVE "N" TO WS-UNDER-ONE-YEAR.
           MOVE WS-TODAY-YEAR TO WS-ANNIV-YEAR.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERIT.

      *Annual merit increase cycle.  EMPLOYEERAISE only gives the
      *across-the-board COLA by department tier; merit raises were
      *worked out in a spreadsheet and keyed one at a time through
      *EMPTRANS.DAT, clear of the raise trail and of any budget.
      *This run takes the year's performance ratings by EMPLOYEEID
      *off MERITRATINGS.DAT and prices each against the merit
      *matrix on MERITMATRIX.DAT (a multiplier per rating), capped
      *at the department's COLATABLE.DAT ceiling or, if lower, the
      *maximum of the employee's grade on PAYGRADES.DAT, and
      *charges the annual cost of each raise to the department's
      *merit pool on DEPTMASTER.DAT.
      *
      *It runs twice.  The proposal pass (no command-line argument)
      *changes nothing: it writes every priced raise to
      *MERITPROPOSAL.DAT and lists them on MERITPROPOSAL.LPT with
      *each department's spend against its pool, for sign-off.
      *Lines struck off MERITPROPOSAL.DAT by the approvers simply
      *do not happen.  "COMMIT" on the command line then applies
      *the approved file to HOURLYRATE (EMP-ANNUAL-SALARY for
      *salaried staff) in place, under the update lock, with a
      *before-image on EMPJOURNAL.DAT and a raise on AUDITFILE.DAT
      *for each, and lists the outcome on MERITCOMMIT.LPT.  A raise
      *is only applied while the master still holds the figure it
      *was priced from, so a rerun of the commit cannot raise
      *anyone twice and a rate changed since the proposal is left
      *for HR to re-price.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEEFILE ASSIGN TO "EMPFILE.DAT"
           FILE STATUS IS FILE-CHECK-KEY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPLOYEEID
           ALTERNATE RECORD KEY IS STARTDATE WITH DUPLICATES.

      *One rating per employee, from the year-end reviews.
       SELECT RATINGFILE ASSIGN TO "MERITRATINGS.DAT"
           FILE STATUS IS WS-RATING-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT MATRIXFILE ASSIGN TO "MERITMATRIX.DAT"
           FILE STATUS IS WS-MATRIX-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

      *The department reference master, here for its merit pools.
       SELECT DEPTMASTERFILE ASSIGN TO "DEPTMASTER.DAT"
           FILE STATUS IS WS-DEPTMASTER-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

      *The negotiated tier table, here for its rate ceilings.
       SELECT COLATABLEFILE ASSIGN TO "COLATABLE.DAT"
           FILE STATUS IS WS-COLATABLE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

      *The pay grade structure, here for its range maximums.
       SELECT PAYGRADEFILE ASSIGN TO "PAYGRADES.DAT"
           FILE STATUS IS WS-GRADE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

      *Written by the proposal pass, read back by the commit pass.
       SELECT PROPOSALFILE ASSIGN TO "MERITPROPOSAL.DAT"
           FILE STATUS IS WS-PROPOSAL-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PROPOSALREPORT ASSIGN TO "MERITPROPOSAL.LPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT COMMITREPORT ASSIGN TO "MERITCOMMIT.LPT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Appends to the same audit trail the COLA run writes, so
      *RATEHIST and RAISELETTERS pick merit raises up unchanged.
       SELECT AUDITFILE ASSIGN TO "AUDITFILE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Before-image journal shared by every EMPFILE.DAT updater --
      *see EMPMAINT; EMPRECOVER rolls the master back from it.
       SELECT JOURNALFILE ASSIGN TO "EMPJOURNAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Update interlock: every EMPFILE.DAT updater registers here
      *at open and refuses to start while another updater holds the
      *lock, so the audit trail and the master can no longer drift
      *apart under two concurrent writers.  A stale lock left by an
      *abend is reported with the holder's name and time so the
      *operator can clear it deliberately.
       SELECT LOCKFILE ASSIGN TO "EMPLOCK.DAT"
           FILE STATUS IS WS-LOCK-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

      *Site processing-date control file: the proposal date and the
      *AUDIT-RUN-DATE stamp come off the business date.  A missing
      *file falls back to the system clock.
       SELECT RUNDATEFILE ASSIGN TO "RUNDATE.DAT"
           FILE STATUS IS WS-RUNDATE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEEFILE.
       01 EMPDETAILS.
            02 EMPDATA              PIC X(38).
            02 EMPINFO REDEFINES EMPDATA.
               04 EMPLOYEEID        PIC 9(7).
               04 EMPLOYEENAME.
                   05 LASTNAME      PIC X(10).
                   05 FIRSTNAME     PIC X(10).
               04 STARTDATE.
                   05 START-YEAR    PIC 9(4).
                   05 START-MONTH   PIC 9(2).
                   05 START-DAY     PIC 9(2).
               04 HOURSWORKED      PIC 9(3).
            02 HOURLYRATE        PIC 9(4)V99.
            02 DEPARTMENT           PIC X(30).
            02 GENDER               PIC X.
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

       FD RATINGFILE.
       01 RATINGRECORD.
            88 ENDOFRATINGS         VALUE HIGH-VALUES.
            02 MR-EMPLOYEEID        PIC 9(7).
            02 FILLER               PIC X(2).
            02 MR-RATING            PIC 9.

      *One rating per line and its multiplier (10350 = 1.0350),
      *the same parameter-file convention as COLATABLE.DAT.  A
      *rating whose multiplier is 1.0000 earns no increase.
       FD MATRIXFILE.
       01 MATRIXRECORD.
            88 ENDOFMATRIX          VALUE HIGH-VALUES.
            02 MX-RATING            PIC 9.
            02 FILLER               PIC X(2).
            02 MX-PCT               PIC 9V9(4).

       FD DEPTMASTERFILE.
       01 DEPTMASTERRECORD.
            88 ENDOFDEPTS           VALUE HIGH-VALUES.
            02 DPT-NAME             PIC X(30).
            02 DPT-CODE             PIC X(4).
      *The department's annual merit pool, spent by MERIT.
            02 FILLER               PIC X(2).
            02 DPT-MERIT-POOL       PIC 9(7)V99.

       FD COLATABLEFILE.
       01 TABLERECORD.
            88 ENDOFTABLE           VALUE HIGH-VALUES.
            04 TBL-DEPT             PIC X(30).
            04 TBL-PCT              PIC 9V9(4).
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

      *One priced raise per line.  The old figures are what the
      *raise was priced from; the commit pass checks them against
      *the master before applying the new ones.
       FD PROPOSALFILE.
       01 PROPOSALRECORD.
            88 ENDOFPROPOSAL        VALUE HIGH-VALUES.
            02 MP-EMPLOYEEID        PIC 9(7).
            02 FILLER               PIC X(2).
            02 MP-DEPARTMENT        PIC X(30).
            02 FILLER               PIC X(2).
            02 MP-RATING            PIC 9.
            02 FILLER               PIC X(2).
            02 MP-PAY-TYPE          PIC X.
            02 FILLER               PIC X(2).
            02 MP-OLD-RATE          PIC 9(4)V99.
            02 FILLER               PIC X(2).
            02 MP-NEW-RATE          PIC 9(4)V99.
            02 FILLER               PIC X(2).
            02 MP-OLD-SALARY        PIC 9(7)V99.
            02 FILLER               PIC X(2).
            02 MP-NEW-SALARY        PIC 9(7)V99.
            02 FILLER               PIC X(2).
            02 MP-ANNUAL-COST       PIC 9(7)V99.
            02 FILLER               PIC X(2).
            02 MP-PROPOSAL-DATE     PIC 9(8).

       FD PROPOSALREPORT.
       01 PROPOSALREPORTLINE       PIC X(132).

       FD COMMITREPORT.
       01 COMMITREPORTLINE         PIC X(132).

       FD AUDITFILE.
       01 AUDITRECORD.
            04 AUDIT-EMPLOYEEID    PIC 9(7).
            04 AUDIT-OLD-RATE      PIC 9(4)V99.
            04 AUDIT-NEW-RATE      PIC 9(4)V99.
            04 AUDIT-RUN-DATE      PIC 9(8).
            04 AUDIT-PAY-TYPE      PIC X.
            04 AUDIT-OLD-SALARY    PIC 9(7)V99.
            04 AUDIT-NEW-SALARY    PIC 9(7)V99.

       FD JOURNALFILE.
       01 JOURNALRECORD.
            02 EJ-JOURNAL-DATE      PIC 9(8).
            02 EJ-JOURNAL-TIME      PIC 9(8).
            02 FILLER               PIC X(2).
            02 EJ-PROGRAM           PIC X(10).
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

       FD LOCKFILE.
       01 LOCKRECORD.
            02 EL-PROGRAM           PIC X(10).
            02 FILLER               PIC X(2).
            02 EL-LOCK-DATE         PIC 9(8).
            02 FILLER               PIC X(2).
            02 EL-LOCK-TIME         PIC 9(8).

       FD RUNDATEFILE.
       01 RUNDATERECORD.
            02 RD-PROCESSING-DATE   PIC 9(8).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY       PIC X(2).
           05  WS-RATING-CHECK-KEY  PIC X(2).
           05  WS-MATRIX-CHECK-KEY  PIC X(2).
           05  WS-DEPTMASTER-CHECK-KEY PIC X(2).
           05  WS-COLATABLE-CHECK-KEY PIC X(2).
           05  WS-GRADE-CHECK-KEY   PIC X(2).
           05  WS-PROPOSAL-CHECK-KEY PIC X(2).
           05  WS-RUNDATE-CHECK-KEY PIC X(2).
       01  WS-RUN-DATE              PIC 9(8).

       01  WS-COMMAND-LINE          PIC X(80).
       01  WS-RUN-MODE-FLAGS.
           05  WS-COMMIT-MODE       PIC X VALUE "N".
               88  COMMIT-MODE-ON   VALUE "Y".

      *Journal work area: action letter and the record image, the
      *same convention every EMPFILE.DAT updater follows.
       01  WS-JOURNAL-FIELDS.
           05  WS-JOURNAL-ACTION    PIC X.
           05  WS-JOURNAL-IMAGE     PIC X(160).
           05  WS-JOURNAL-TIME      PIC 9(8).

       01  WS-MATRIX-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-MATRIX-TABLE.
           05  WS-MATRIX-ENTRY OCCURS 10 TIMES
                   INDEXED BY MTX-IDX.
               10  WS-MTX-RATING    PIC 9 VALUE ZERO.
               10  WS-MTX-PCT       PIC 9V9(4) VALUE ZERO.

      *Merit pools by department, with the proposal's spend and
      *headcount accumulated against them.  A pool left blank on
      *the master counts as zero, so any raise there shows over.
       01  WS-POOL-COUNT            PIC 9(2) VALUE ZERO.
       01  WS-POOL-TABLE.
           05  WS-POOL-ENTRY OCCURS 50 TIMES
                   INDEXED BY POOL-IDX.
               10  WS-POOL-DEPT     PIC X(30) VALUE SPACES.
               10  WS-POOL-AMOUNT   PIC 9(7)V99 VALUE ZERO.
               10  WS-POOL-SPEND    PIC 9(7)V99 VALUE ZERO.
               10  WS-POOL-HEADCOUNT PIC 9(5) VALUE ZERO.

      *Employees already rated this pass, so a second rating line
      *for the same person is rejected instead of raising twice.
       01  WS-RATED-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-RATED-TABLE.
           05  WS-RATED-ID OCCURS 2000 TIMES
                   INDEXED BY RATED-IDX
                                    PIC 9(7) VALUE ZERO.

      *Rate ceilings by department off COLATABLE.DAT; a department
      *without a tier is held to the same 4000.00 default the COLA
      *run's "OTHER" catch-all uses.
       01  WS-CEILING-COUNT         PIC 9(2) VALUE ZERO.
       01  WS-CEILING-TABLE.
           05  WS-CEILING-ENTRY OCCURS 24 TIMES
                   INDEXED BY CEIL-IDX.
               10  WS-CEIL-DEPT     PIC X(30) VALUE SPACES.
               10  WS-CEIL-MAX-RATE PIC 9(4)V99 VALUE ZERO.
       01  WS-DEFAULT-MAX-RATE      PIC 9(4)V99 VALUE 4000.00.

      *Grade maximums off PAYGRADES.DAT.  A graded employee is held
      *to the lower of the department ceiling and the grade maximum.
       01  WS-GRADE-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-GRADE-TABLE.
           05  WS-GRADE-ENTRY OCCURS 50 TIMES
                   INDEXED BY GRADE-IDX.
               10  WS-GRADE-CODE    PIC X(4) VALUE SPACES.
               10  WS-GRADE-MAXIMUM PIC 9(4)V99 VALUE ZERO.
       01  WS-GRADE-FOUND-FLAG      PIC X VALUE "N".
           88  GRADE-IS-KNOWN       VALUE "Y".
       01  WS-GRADE-MATCH-IDX       PIC 9(2) VALUE ZERO.
       01  WS-LIMIT-FLAG            PIC X VALUE "N".
           88  LIMIT-IS-GRADE       VALUE "Y".

      *Salaried staff: the raise lands on EMP-ANNUAL-SALARY and the
      *ceiling is the maximum rate over the standard year.  An
      *hourly raise is costed over the same standard year.
       01  WS-STANDARD-ANNUAL-HOURS PIC 9(4) VALUE 2080.

       01  WS-PRICING-FIELDS.
           05  WS-APPLIED-PCT       PIC 9V9(4).
           05  WS-MAX-RATE          PIC 9(4)V99.
           05  WS-MAX-ANNUAL-SALARY PIC 9(9)V99.
           05  WS-NEW-HOURLY-RATE   PIC 9(4)V99.
           05  WS-NEW-ANNUAL-SALARY PIC 9(9)V99.
           05  WS-ANNUAL-COST       PIC 9(7)V99.
           05  WS-POOL-REMAINING    PIC S9(7)V99.
       01  WS-CAPPED-FLAG           PIC X VALUE "N".
           88  RAISE-WAS-CAPPED     VALUE "Y".
       01  WS-FOUND-FLAG            PIC X VALUE "N".
           88  ENTRY-WAS-FOUND      VALUE "Y".
       01  WS-RECORD-FLAG           PIC X VALUE "N".
           88  EMPLOYEE-ON-FILE     VALUE "Y".
       01  WS-NOTE-TEXT             PIC X(30).

       01  WS-MERIT-COUNTS.
           05  WS-RATING-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-PROPOSED-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-NO-RAISE-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-REJECTED-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-CAPPED-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-OVER-POOL-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-APPLIED-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-SKIPPED-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-REWRITE-FAIL-COUNT PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-SPEND           PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-POOL            PIC 9(9)V99 VALUE ZERO.

       01  HEADING-LINE1.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  HL1-TITLE            PIC X(35).
           05  HL1-RUN-DATE         PIC 9(8).

       01  HEADING-LINE2.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FILLER               PIC X(9)  VALUE "EMPLOYEE".
           05  FILLER               PIC X(22) VALUE "DEPARTMENT".
           05  FILLER               PIC X(4)  VALUE "RTG".
           05  FILLER               PIC X(2)  VALUE "PT".
           05  FILLER               PIC X(14) VALUE "           OLD".
           05  FILLER               PIC X(14) VALUE "           NEW".
           05  FILLER               PIC X(14) VALUE "   ANNUAL COST".
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(4)  VALUE "NOTE".

       01  MERIT-DETAIL-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  DL-EMPLOYEEID        PIC 9(7).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-DEPARTMENT        PIC X(20).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-RATING            PIC 9.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  DL-PAY-TYPE          PIC X.
           05  DL-OLD-AMOUNT        PIC ZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  DL-NEW-AMOUNT        PIC ZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  DL-ANNUAL-COST       PIC ZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-NOTE              PIC X(30).

       01  POOL-HEADING-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FILLER               PIC X(31) VALUE "DEPARTMENT".
           05  FILLER               PIC X(6)  VALUE " COUNT".
           05  FILLER               PIC X(14) VALUE "         SPEND".
           05  FILLER               PIC X(14) VALUE "          POOL".
           05  FILLER               PIC X(15) VALUE "      REMAINING".

       01  POOL-DETAIL-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  PL-DEPARTMENT        PIC X(30).
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  PL-HEADCOUNT         PIC ZZ,ZZ9.
           05  PL-SPEND             PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  PL-POOL              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  PL-REMAINING         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  PL-NOTE              PIC X(9).

       01  FOOTING-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FL-LABEL             PIC X(30).
           05  FL-COUNT             PIC ZZ,ZZ9.

       01  WS-FILES-OPEN-FLAG       PIC X VALUE "N".
           88  FILES-ARE-OPEN       VALUE "Y".

      *Lock bookkeeping: the lock is only released on a clean
      *close, and only when this run actually acquired it.
       01  WS-LOCK-CHECK-KEY        PIC X(2).
       01  WS-LOCK-FLAGS.
           05  WS-LOCK-HELD         PIC X VALUE "N".
               88  LOCK-IS-HELD     VALUE "Y".
           05  WS-LOCK-EMPTY-FLAG   PIC X VALUE "N".
       01  WS-LOCK-STAMP-DATE       PIC 9(8).
       01  WS-LOCK-STAMP-TIME       PIC 9(8).

       PROCEDURE DIVISION.

       0100-RUN-MERIT-CYCLE.
           PERFORM 0045-GET-PROCESSING-DATE.
           MOVE "N" TO WS-COMMIT-MODE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE(1:6) = "COMMIT"
               SET COMMIT-MODE-ON TO TRUE
               DISPLAY "Commit run: applying MERITPROPOSAL.DAT"
               PERFORM 0500-COMMIT-PROPOSAL
           ELSE
               DISPLAY "Proposal run: nothing is applied"
               PERFORM 0200-PROPOSE-INCREASES
           END-IF.
           PERFORM 9000-END-PROGRAM.
       0100-END.

       0045-GET-PROCESSING-DATE.
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
       0045-END.

       0050-LOAD-MATRIX.
           OPEN INPUT MATRIXFILE.
           IF WS-MATRIX-CHECK-KEY NOT = "00"
               DISPLAY "Non-zero file status: ",
                       WS-MATRIX-CHECK-KEY, " on MERITMATRIX.DAT"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0055-LOAD-ONE-RATING UNTIL ENDOFMATRIX.
           CLOSE MATRIXFILE.
           IF WS-MATRIX-COUNT = ZERO
               DISPLAY "MERITMATRIX.DAT empty, run stopped"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-END-PROGRAM
           END-IF.
       0050-END.

       0055-LOAD-ONE-RATING.
           READ MATRIXFILE
               AT END SET ENDOFMATRIX TO TRUE
               NOT AT END
                   IF MATRIXRECORD NOT = SPACES
                       IF MX-RATING NOT NUMERIC OR MX-PCT NOT NUMERIC
                          OR MX-PCT < 1
                           DISPLAY "MERITMATRIX.DAT: bad rating ",
                                   "line ignored"
                       ELSE IF WS-MATRIX-COUNT < 10
                           ADD 1 TO WS-MATRIX-COUNT
                           SET MTX-IDX TO WS-MATRIX-COUNT
                           MOVE MX-RATING TO WS-MTX-RATING(MTX-IDX)
                           MOVE MX-PCT TO WS-MTX-PCT(MTX-IDX)
                       ELSE
                           DISPLAY "MERITMATRIX.DAT: table full "
                                   "at 10 ratings, ignoring line"
                       END-IF END-IF
                   END-IF
           END-READ.
       0055-END.

       0060-LOAD-POOLS.
           OPEN INPUT DEPTMASTERFILE.
           IF WS-DEPTMASTER-CHECK-KEY NOT = "00"
               DISPLAY "Non-zero file status: ",
                       WS-DEPTMASTER-CHECK-KEY, " on DEPTMASTER.DAT"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0065-LOAD-ONE-POOL UNTIL ENDOFDEPTS.
           CLOSE DEPTMASTERFILE.
       0060-END.

       0065-LOAD-ONE-POOL.
           READ DEPTMASTERFILE
               AT END SET ENDOFDEPTS TO TRUE
               NOT AT END
                   IF DEPTMASTERRECORD NOT = SPACES
                       IF WS-POOL-COUNT < 50
                           ADD 1 TO WS-POOL-COUNT
                           SET POOL-IDX TO WS-POOL-COUNT
                           MOVE DPT-NAME TO WS-POOL-DEPT(POOL-IDX)
                           IF DPT-MERIT-POOL NUMERIC
                               MOVE DPT-MERIT-POOL
                                   TO WS-POOL-AMOUNT(POOL-IDX)
                           END-IF
                       ELSE
                           DISPLAY "DEPTMASTER.DAT: table full at "
                                   "50 entries, ignoring ", DPT-NAME
                       END-IF
                   END-IF
           END-READ.
       0065-END.

       0070-LOAD-CEILINGS.
           OPEN INPUT COLATABLEFILE.
           IF WS-COLATABLE-CHECK-KEY NOT = "00"
               DISPLAY "Non-zero file status: ",
                       WS-COLATABLE-CHECK-KEY, " on COLATABLE.DAT"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0075-LOAD-ONE-CEILING UNTIL ENDOFTABLE.
           CLOSE COLATABLEFILE.
       0070-END.

       0075-LOAD-ONE-CEILING.
           READ COLATABLEFILE
               AT END SET ENDOFTABLE TO TRUE
               NOT AT END
                   IF TABLERECORD NOT = SPACES
                       IF WS-CEILING-COUNT < 24
                           ADD 1 TO WS-CEILING-COUNT
                           SET CEIL-IDX TO WS-CEILING-COUNT
                           MOVE TBL-DEPT TO WS-CEIL-DEPT(CEIL-IDX)
                           MOVE TBL-MAX-RATE
                               TO WS-CEIL-MAX-RATE(CEIL-IDX)
                       ELSE
                           DISPLAY "COLATABLE.DAT: tier table full, ",
                                   "ignoring ", TBL-DEPT
                       END-IF
                   END-IF
           END-READ.
       0075-END.

      *The ceiling for the employee's department, in WS-MAX-RATE
      *and, for the salaried, WS-MAX-ANNUAL-SALARY, brought down to
      *the grade maximum where that is lower (0090 has already
      *found the grade).
       0080-FIND-CEILING.
           MOVE WS-DEFAULT-MAX-RATE TO WS-MAX-RATE.
           SET CEIL-IDX TO 1.
           SEARCH WS-CEILING-ENTRY
               AT END
                   CONTINUE
               WHEN CEIL-IDX > WS-CEILING-COUNT
                   CONTINUE
               WHEN WS-CEIL-DEPT(CEIL-IDX) = DEPARTMENT
                   MOVE WS-CEIL-MAX-RATE(CEIL-IDX) TO WS-MAX-RATE
           END-SEARCH.
           MOVE "N" TO WS-LIMIT-FLAG.
           IF GRADE-IS-KNOWN
              AND WS-GRADE-MAXIMUM(WS-GRADE-MATCH-IDX) < WS-MAX-RATE
               MOVE WS-GRADE-MAXIMUM(WS-GRADE-MATCH-IDX)
                   TO WS-MAX-RATE
               SET LIMIT-IS-GRADE TO TRUE
           END-IF.
           COMPUTE WS-MAX-ANNUAL-SALARY =
               WS-MAX-RATE * WS-STANDARD-ANNUAL-HOURS.
       0080-END.

       0085-LOAD-PAY-GRADES.
           OPEN INPUT PAYGRADEFILE.
           IF WS-GRADE-CHECK-KEY NOT = "00"
               DISPLAY "Non-zero file status: ",
                       WS-GRADE-CHECK-KEY, " on PAYGRADES.DAT"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0087-LOAD-ONE-GRADE UNTIL ENDOFGRADES.
           CLOSE PAYGRADEFILE.
       0085-END.

       0087-LOAD-ONE-GRADE.
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
       0087-END.

      *The employee's grade on the table, for 0080.  An ungraded
      *employee is held to the department ceiling alone.
       0090-FIND-PAY-GRADE.
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
       0090-END.

      *Proposal pass: every rating priced, nothing updated.
       0200-PROPOSE-INCREASES.
           PERFORM 0050-LOAD-MATRIX.
           PERFORM 0060-LOAD-POOLS.
           PERFORM 0070-LOAD-CEILINGS.
           PERFORM 0085-LOAD-PAY-GRADES.
           OPEN INPUT RATINGFILE.
           IF WS-RATING-CHECK-KEY NOT = "00"
               DISPLAY "Non-zero file status: ",
                       WS-RATING-CHECK-KEY, " on MERITRATINGS.DAT"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-END-PROGRAM
           END-IF.
           OPEN INPUT EMPLOYEEFILE.
           IF FILE-CHECK-KEY NOT = "00"
               DISPLAY "Non-zero file status: ",
                       FILE-CHECK-KEY, " on EMPFILE.DAT"
               MOVE 8 TO RETURN-CODE
               CLOSE RATINGFILE
               GO TO 9000-END-PROGRAM
           END-IF.
           OPEN OUTPUT PROPOSALFILE.
           OPEN OUTPUT PROPOSALREPORT.
           SET FILES-ARE-OPEN TO TRUE.
           MOVE "MERIT INCREASE PROPOSAL" TO HL1-TITLE.
           MOVE WS-RUN-DATE TO HL1-RUN-DATE.
           WRITE PROPOSALREPORTLINE FROM HEADING-LINE1
              AFTER ADVANCING PAGE.
           WRITE PROPOSALREPORTLINE FROM HEADING-LINE2
              AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PROPOSALREPORTLINE.
           WRITE PROPOSALREPORTLINE AFTER ADVANCING 1 LINE.

           PERFORM 0210-PRICE-ONE-RATING THRU 0210-END
               UNTIL ENDOFRATINGS.
           PERFORM 0300-WRITE-POOL-SUMMARY.
       0200-END.

       0210-PRICE-ONE-RATING.
           READ RATINGFILE
               AT END SET ENDOFRATINGS TO TRUE
           END-READ.
           IF ENDOFRATINGS OR RATINGRECORD = SPACES
               GO TO 0210-END
           END-IF.
           ADD 1 TO WS-RATING-COUNT.
           MOVE SPACES TO MERIT-DETAIL-LINE.
           MOVE ZERO TO DL-EMPLOYEEID, DL-RATING, DL-OLD-AMOUNT,
               DL-NEW-AMOUNT, DL-ANNUAL-COST.
           MOVE SPACES TO WS-NOTE-TEXT.
           IF MR-EMPLOYEEID NUMERIC
               MOVE MR-EMPLOYEEID TO DL-EMPLOYEEID
           END-IF.
           IF MR-RATING NUMERIC
               MOVE MR-RATING TO DL-RATING
           END-IF.
           PERFORM 0220-VALIDATE-RATING THRU 0220-END.
           IF WS-NOTE-TEXT NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               PERFORM 0230-PRICE-ONE-RAISE
           END-IF.
           MOVE WS-NOTE-TEXT TO DL-NOTE.
           WRITE PROPOSALREPORTLINE FROM MERIT-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
       0210-END.

       0220-VALIDATE-RATING.
           IF MR-EMPLOYEEID NOT NUMERIC OR MR-EMPLOYEEID = ZERO
               MOVE "EMPLOYEE ID NOT VALID" TO WS-NOTE-TEXT
               GO TO 0220-END
           END-IF.
           MOVE "N" TO WS-FOUND-FLAG.
           SET RATED-IDX TO 1.
           SEARCH WS-RATED-ID
               AT END
                   CONTINUE
               WHEN RATED-IDX > WS-RATED-COUNT
                   CONTINUE
               WHEN WS-RATED-ID(RATED-IDX) = MR-EMPLOYEEID
                   SET ENTRY-WAS-FOUND TO TRUE
           END-SEARCH.
           IF ENTRY-WAS-FOUND
               MOVE "DUPLICATE RATING" TO WS-NOTE-TEXT
               GO TO 0220-END
           END-IF.
           MOVE "N" TO WS-FOUND-FLAG.
           IF MR-RATING NUMERIC
               SET MTX-IDX TO 1
               SEARCH WS-MATRIX-ENTRY
                   AT END
                       CONTINUE
                   WHEN MTX-IDX > WS-MATRIX-COUNT
                       CONTINUE
                   WHEN WS-MTX-RATING(MTX-IDX) = MR-RATING
                       SET ENTRY-WAS-FOUND TO TRUE
                       MOVE WS-MTX-PCT(MTX-IDX) TO WS-APPLIED-PCT
               END-SEARCH
           END-IF.
           IF NOT ENTRY-WAS-FOUND
               MOVE "RATING NOT ON MERIT MATRIX" TO WS-NOTE-TEXT
               GO TO 0220-END
           END-IF.
           MOVE MR-EMPLOYEEID TO EMPLOYEEID.
           MOVE "N" TO WS-RECORD-FLAG.
           READ EMPLOYEEFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET EMPLOYEE-ON-FILE TO TRUE
           END-READ.
           IF NOT EMPLOYEE-ON-FILE
               MOVE "EMPLOYEE ID NOT ON FILE" TO WS-NOTE-TEXT
               GO TO 0220-END
           END-IF.
           MOVE DEPARTMENT TO DL-DEPARTMENT.
           IF EMP-IS-TERMINATED
               MOVE "EMPLOYEE TERMINATED" TO WS-NOTE-TEXT
               GO TO 0220-END
           END-IF.
           MOVE "N" TO WS-FOUND-FLAG.
           SET POOL-IDX TO 1.
           SEARCH WS-POOL-ENTRY
               AT END
                   CONTINUE
               WHEN POOL-IDX > WS-POOL-COUNT
                   CONTINUE
               WHEN WS-POOL-DEPT(POOL-IDX) = DEPARTMENT
                   SET ENTRY-WAS-FOUND TO TRUE
           END-SEARCH.
           IF NOT ENTRY-WAS-FOUND
               MOVE "DEPARTMENT NOT ON MASTER" TO WS-NOTE-TEXT
               GO TO 0220-END
           END-IF.
           PERFORM 0090-FIND-PAY-GRADE.
           IF EMP-PAY-GRADE NOT = SPACES AND NOT GRADE-IS-KNOWN
               MOVE "PAY GRADE NOT ON FILE" TO WS-NOTE-TEXT
               GO TO 0220-END
           END-IF.
           IF WS-RATED-COUNT < 2000
               ADD 1 TO WS-RATED-COUNT
               MOVE MR-EMPLOYEEID TO WS-RATED-ID(WS-RATED-COUNT)
           ELSE
               DISPLAY "MERITRATINGS.DAT: duplicate check full at "
                       "2000 employees"
           END-IF.
       0220-END.

      *The matrix multiplier on the current rate or salary, held to
      *the department ceiling; the annual cost is what the raise
      *adds to a year's pay, charged to the department's pool.
       0230-PRICE-ONE-RAISE.
           MOVE "N" TO WS-CAPPED-FLAG.
           PERFORM 0080-FIND-CEILING.
           IF EMP-IS-SALARIED
               MOVE "S" TO DL-PAY-TYPE
               MOVE EMP-ANNUAL-SALARY TO DL-OLD-AMOUNT
               MOVE HOURLYRATE TO WS-NEW-HOURLY-RATE
               COMPUTE WS-NEW-ANNUAL-SALARY ROUNDED =
                   EMP-ANNUAL-SALARY * WS-APPLIED-PCT
               IF WS-NEW-ANNUAL-SALARY > WS-MAX-ANNUAL-SALARY
                   MOVE WS-MAX-ANNUAL-SALARY TO WS-NEW-ANNUAL-SALARY
                   SET RAISE-WAS-CAPPED TO TRUE
               END-IF
               IF WS-NEW-ANNUAL-SALARY < EMP-ANNUAL-SALARY
                   MOVE EMP-ANNUAL-SALARY TO WS-NEW-ANNUAL-SALARY
               END-IF
               COMPUTE WS-ANNUAL-COST =
                   WS-NEW-ANNUAL-SALARY - EMP-ANNUAL-SALARY
               MOVE WS-NEW-ANNUAL-SALARY TO DL-NEW-AMOUNT
           ELSE
               MOVE "H" TO DL-PAY-TYPE
               MOVE HOURLYRATE TO DL-OLD-AMOUNT
               MOVE EMP-ANNUAL-SALARY TO WS-NEW-ANNUAL-SALARY
               COMPUTE WS-NEW-HOURLY-RATE ROUNDED =
                   HOURLYRATE * WS-APPLIED-PCT
               IF WS-NEW-HOURLY-RATE > WS-MAX-RATE
                   MOVE WS-MAX-RATE TO WS-NEW-HOURLY-RATE
                   SET RAISE-WAS-CAPPED TO TRUE
               END-IF
               IF WS-NEW-HOURLY-RATE < HOURLYRATE
                   MOVE HOURLYRATE TO WS-NEW-HOURLY-RATE
               END-IF
               COMPUTE WS-ANNUAL-COST =
                   (WS-NEW-HOURLY-RATE - HOURLYRATE)
                       * WS-STANDARD-ANNUAL-HOURS
               MOVE WS-NEW-HOURLY-RATE TO DL-NEW-AMOUNT
           END-IF.
           MOVE WS-ANNUAL-COST TO DL-ANNUAL-COST.
           IF RAISE-WAS-CAPPED
               ADD 1 TO WS-CAPPED-COUNT
           END-IF.
           IF WS-ANNUAL-COST = ZERO
               IF RAISE-WAS-CAPPED AND LIMIT-IS-GRADE
                   MOVE "AT GRADE MAX - NO INCREASE" TO WS-NOTE-TEXT
               ELSE IF RAISE-WAS-CAPPED
                   MOVE "AT CEILING - NO INCREASE" TO WS-NOTE-TEXT
               ELSE
                   MOVE "NO INCREASE FOR RATING" TO WS-NOTE-TEXT
               END-IF END-IF
               ADD 1 TO WS-NO-RAISE-COUNT
           ELSE
               IF RAISE-WAS-CAPPED AND LIMIT-IS-GRADE
                   MOVE "CAPPED AT GRADE MAXIMUM" TO WS-NOTE-TEXT
               ELSE IF RAISE-WAS-CAPPED
                   MOVE "CAPPED AT CEILING" TO WS-NOTE-TEXT
               END-IF END-IF
               ADD WS-ANNUAL-COST TO WS-POOL-SPEND(POOL-IDX)
               ADD 1 TO WS-POOL-HEADCOUNT(POOL-IDX)
               PERFORM 0240-WRITE-PROPOSAL
           END-IF.
       0230-END.

       0240-WRITE-PROPOSAL.
           MOVE SPACES TO PROPOSALRECORD.
           MOVE EMPLOYEEID TO MP-EMPLOYEEID.
           MOVE DEPARTMENT TO MP-DEPARTMENT.
           MOVE MR-RATING TO MP-RATING.
           MOVE DL-PAY-TYPE TO MP-PAY-TYPE.
           MOVE HOURLYRATE TO MP-OLD-RATE.
           MOVE WS-NEW-HOURLY-RATE TO MP-NEW-RATE.
           MOVE EMP-ANNUAL-SALARY TO MP-OLD-SALARY.
           MOVE WS-NEW-ANNUAL-SALARY TO MP-NEW-SALARY.
           MOVE WS-ANNUAL-COST TO MP-ANNUAL-COST.
           MOVE WS-RUN-DATE TO MP-PROPOSAL-DATE.
           WRITE PROPOSALRECORD AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-PROPOSED-COUNT.
       0240-END.

      *Each department's spend against its pool; a department over
      *its pool is flagged for the approvers, who decide what comes
      *off the proposal before it is committed.
       0300-WRITE-POOL-SUMMARY.
           WRITE PROPOSALREPORTLINE FROM POOL-HEADING-LINE
              AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PROPOSALREPORTLINE.
           WRITE PROPOSALREPORTLINE AFTER ADVANCING 1 LINE.
           PERFORM 0310-WRITE-ONE-POOL
               VARYING POOL-IDX FROM 1 BY 1
               UNTIL POOL-IDX > WS-POOL-COUNT.
           MOVE SPACES TO POOL-DETAIL-LINE.
           MOVE "ALL DEPARTMENTS" TO PL-DEPARTMENT.
           MOVE WS-PROPOSED-COUNT TO PL-HEADCOUNT.
           MOVE WS-TOTAL-SPEND TO PL-SPEND.
           MOVE WS-TOTAL-POOL TO PL-POOL.
           COMPUTE WS-POOL-REMAINING = WS-TOTAL-POOL - WS-TOTAL-SPEND.
           MOVE WS-POOL-REMAINING TO PL-REMAINING.
           WRITE PROPOSALREPORTLINE FROM POOL-DETAIL-LINE
              AFTER ADVANCING 2 LINES.

           MOVE "RATINGS READ:" TO FL-LABEL.
           MOVE WS-RATING-COUNT TO FL-COUNT.
           WRITE PROPOSALREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 2 LINES.
           MOVE "INCREASES PROPOSED:" TO FL-LABEL.
           MOVE WS-PROPOSED-COUNT TO FL-COUNT.
           WRITE PROPOSALREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 1 LINE.
           MOVE "HELD TO CEILING:" TO FL-LABEL.
           MOVE WS-CAPPED-COUNT TO FL-COUNT.
           WRITE PROPOSALREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 1 LINE.
           MOVE "NO INCREASE:" TO FL-LABEL.
           MOVE WS-NO-RAISE-COUNT TO FL-COUNT.
           WRITE PROPOSALREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 1 LINE.
           MOVE "RATINGS REJECTED:" TO FL-LABEL.
           MOVE WS-REJECTED-COUNT TO FL-COUNT.
           WRITE PROPOSALREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 1 LINE.
           MOVE "DEPARTMENTS OVER POOL:" TO FL-LABEL.
           MOVE WS-OVER-POOL-COUNT TO FL-COUNT.
           WRITE PROPOSALREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 1 LINE.
       0300-END.

       0310-WRITE-ONE-POOL.
           MOVE SPACES TO POOL-DETAIL-LINE.
           MOVE WS-POOL-DEPT(POOL-IDX) TO PL-DEPARTMENT.
           MOVE WS-POOL-HEADCOUNT(POOL-IDX) TO PL-HEADCOUNT.
           MOVE WS-POOL-SPEND(POOL-IDX) TO PL-SPEND.
           MOVE WS-POOL-AMOUNT(POOL-IDX) TO PL-POOL.
           COMPUTE WS-POOL-REMAINING =
               WS-POOL-AMOUNT(POOL-IDX) - WS-POOL-SPEND(POOL-IDX).
           MOVE WS-POOL-REMAINING TO PL-REMAINING.
           IF WS-POOL-REMAINING < ZERO
               MOVE "OVER POOL" TO PL-NOTE
               ADD 1 TO WS-OVER-POOL-COUNT
           END-IF.
           ADD WS-POOL-SPEND(POOL-IDX) TO WS-TOTAL-SPEND.
           ADD WS-POOL-AMOUNT(POOL-IDX) TO WS-TOTAL-POOL.
           WRITE PROPOSALREPORTLINE FROM POOL-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
       0310-END.

      *Commit pass: the approved proposal applied to the master.
       0500-COMMIT-PROPOSAL.
           PERFORM 0040-ACQUIRE-LOCK.
           PERFORM 0070-LOAD-CEILINGS.
           PERFORM 0085-LOAD-PAY-GRADES.
           OPEN INPUT PROPOSALFILE.
           IF WS-PROPOSAL-CHECK-KEY NOT = "00"
               DISPLAY "Non-zero file status: ",
                       WS-PROPOSAL-CHECK-KEY, " on MERITPROPOSAL.DAT"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-END-PROGRAM
           END-IF.
           OPEN I-O EMPLOYEEFILE
           IF FILE-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status: ",
                      FILE-CHECK-KEY
              MOVE 8 TO RETURN-CODE
              CLOSE PROPOSALFILE
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN EXTEND AUDITFILE.
           OPEN EXTEND JOURNALFILE.
           OPEN OUTPUT COMMITREPORT.
           SET FILES-ARE-OPEN TO TRUE.
           MOVE "MERIT INCREASES APPLIED" TO HL1-TITLE.
           MOVE WS-RUN-DATE TO HL1-RUN-DATE.
           WRITE COMMITREPORTLINE FROM HEADING-LINE1
              AFTER ADVANCING PAGE.
           WRITE COMMITREPORTLINE FROM HEADING-LINE2
              AFTER ADVANCING 2 LINES.
           MOVE SPACES TO COMMITREPORTLINE.
           WRITE COMMITREPORTLINE AFTER ADVANCING 1 LINE.

           PERFORM 0510-APPLY-ONE-PROPOSAL THRU 0510-END
               UNTIL ENDOFPROPOSAL.

           MOVE "INCREASES APPLIED:" TO FL-LABEL.
           MOVE WS-APPLIED-COUNT TO FL-COUNT.
           WRITE COMMITREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 2 LINES.
           MOVE "HELD TO CEILING:" TO FL-LABEL.
           MOVE WS-CAPPED-COUNT TO FL-COUNT.
           WRITE COMMITREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 1 LINE.
           MOVE "NOT APPLIED:" TO FL-LABEL.
           MOVE WS-SKIPPED-COUNT TO FL-COUNT.
           WRITE COMMITREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 1 LINE.
       0500-END.

      *The master must still hold the figure the raise was priced
      *from.  If it already holds the new one, this proposal has
      *been committed before; anything else means it changed since
      *the proposal and the raise is left for re-pricing.  The
      *ceiling and grade maximum are checked again in case the tier
      *table, the grade table, or the employee's grade moved.
       0510-APPLY-ONE-PROPOSAL.
           READ PROPOSALFILE
               AT END SET ENDOFPROPOSAL TO TRUE
           END-READ.
           IF ENDOFPROPOSAL OR PROPOSALRECORD = SPACES
               GO TO 0510-END
           END-IF.
           MOVE SPACES TO MERIT-DETAIL-LINE.
           MOVE ZERO TO DL-OLD-AMOUNT, DL-NEW-AMOUNT, DL-ANNUAL-COST.
           MOVE MP-EMPLOYEEID TO DL-EMPLOYEEID.
           MOVE MP-DEPARTMENT TO DL-DEPARTMENT.
           MOVE MP-RATING TO DL-RATING.
           MOVE MP-PAY-TYPE TO DL-PAY-TYPE.
           MOVE MP-ANNUAL-COST TO DL-ANNUAL-COST.
           IF MP-PAY-TYPE = "S"
               MOVE MP-OLD-SALARY TO DL-OLD-AMOUNT
               MOVE MP-NEW-SALARY TO DL-NEW-AMOUNT
           ELSE
               MOVE MP-OLD-RATE TO DL-OLD-AMOUNT
               MOVE MP-NEW-RATE TO DL-NEW-AMOUNT
           END-IF.
           MOVE SPACES TO WS-NOTE-TEXT.
           MOVE MP-EMPLOYEEID TO EMPLOYEEID.
           MOVE "N" TO WS-RECORD-FLAG.
           READ EMPLOYEEFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET EMPLOYEE-ON-FILE TO TRUE
           END-READ.
           IF NOT EMPLOYEE-ON-FILE
               MOVE "EMPLOYEE ID NOT ON FILE" TO WS-NOTE-TEXT
           ELSE IF EMP-IS-TERMINATED
               MOVE "EMPLOYEE TERMINATED" TO WS-NOTE-TEXT
           ELSE IF HOURLYRATE = MP-NEW-RATE
                AND EMP-ANNUAL-SALARY = MP-NEW-SALARY
               MOVE "ALREADY APPLIED" TO WS-NOTE-TEXT
           ELSE IF HOURLYRATE NOT = MP-OLD-RATE
                OR EMP-ANNUAL-SALARY NOT = MP-OLD-SALARY
               MOVE "CHANGED SINCE PROPOSAL" TO WS-NOTE-TEXT
           ELSE
               PERFORM 0090-FIND-PAY-GRADE
               IF EMP-PAY-GRADE NOT = SPACES AND NOT GRADE-IS-KNOWN
                   MOVE "PAY GRADE NOT ON FILE" TO WS-NOTE-TEXT
               ELSE
                   PERFORM 0520-REWRITE-ONE-EMPLOYEE THRU 0520-END
               END-IF
           END-IF END-IF END-IF END-IF.
           IF WS-NOTE-TEXT NOT = SPACES
               AND WS-NOTE-TEXT NOT = "CAPPED AT CEILING"
               AND WS-NOTE-TEXT NOT = "CAPPED AT GRADE MAXIMUM"
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.
           MOVE WS-NOTE-TEXT TO DL-NOTE.
           WRITE COMMITREPORTLINE FROM MERIT-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
       0510-END.

       0520-REWRITE-ONE-EMPLOYEE.
           MOVE EMPDETAILS TO WS-JOURNAL-IMAGE.
           MOVE "N" TO WS-CAPPED-FLAG.
           PERFORM 0080-FIND-CEILING.
           MOVE MP-NEW-RATE TO WS-NEW-HOURLY-RATE.
           MOVE MP-NEW-SALARY TO WS-NEW-ANNUAL-SALARY.
           IF EMP-IS-SALARIED
               IF WS-NEW-ANNUAL-SALARY > WS-MAX-ANNUAL-SALARY
                   MOVE WS-MAX-ANNUAL-SALARY TO WS-NEW-ANNUAL-SALARY
                   SET RAISE-WAS-CAPPED TO TRUE
               END-IF
           ELSE
               IF WS-NEW-HOURLY-RATE > WS-MAX-RATE
                   MOVE WS-MAX-RATE TO WS-NEW-HOURLY-RATE
                   SET RAISE-WAS-CAPPED TO TRUE
               END-IF
           END-IF.
           IF RAISE-WAS-CAPPED
              AND WS-NEW-HOURLY-RATE NOT > HOURLYRATE
              AND WS-NEW-ANNUAL-SALARY NOT > EMP-ANNUAL-SALARY
               IF LIMIT-IS-GRADE
                   MOVE "AT GRADE MAX - NOT APPLIED" TO WS-NOTE-TEXT
               ELSE
                   MOVE "AT CEILING - NOT APPLIED" TO WS-NOTE-TEXT
               END-IF
               GO TO 0520-END
           END-IF.
           MOVE WS-NEW-HOURLY-RATE TO HOURLYRATE.
           MOVE WS-NEW-ANNUAL-SALARY TO EMP-ANNUAL-SALARY.
           REWRITE EMPDETAILS
               INVALID KEY
                   ADD 1 TO WS-REWRITE-FAIL-COUNT
                   MOVE "REWRITE FAILED" TO WS-NOTE-TEXT
               NOT INVALID KEY
                   MOVE "R" TO WS-JOURNAL-ACTION
                   PERFORM 0530-WRITE-JOURNAL
                   MOVE EMPLOYEEID TO AUDIT-EMPLOYEEID
                   MOVE MP-OLD-RATE TO AUDIT-OLD-RATE
                   MOVE HOURLYRATE TO AUDIT-NEW-RATE
                   MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
                   IF EMP-IS-SALARIED
                       MOVE "S" TO AUDIT-PAY-TYPE
                   ELSE
                       MOVE "H" TO AUDIT-PAY-TYPE
                   END-IF
                   MOVE MP-OLD-SALARY TO AUDIT-OLD-SALARY
                   MOVE EMP-ANNUAL-SALARY TO AUDIT-NEW-SALARY
                   WRITE AUDITRECORD AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-APPLIED-COUNT
                   IF RAISE-WAS-CAPPED
                       ADD 1 TO WS-CAPPED-COUNT
                       IF LIMIT-IS-GRADE
                           MOVE "CAPPED AT GRADE MAXIMUM"
                               TO WS-NOTE-TEXT
                       ELSE
                           MOVE "CAPPED AT CEILING" TO WS-NOTE-TEXT
                       END-IF
                       IF EMP-IS-SALARIED
                           MOVE EMP-ANNUAL-SALARY TO DL-NEW-AMOUNT
                           COMPUTE WS-ANNUAL-COST =
                               EMP-ANNUAL-SALARY - MP-OLD-SALARY
                       ELSE
                           MOVE HOURLYRATE TO DL-NEW-AMOUNT
                           COMPUTE WS-ANNUAL-COST =
                               (HOURLYRATE - MP-OLD-RATE)
                                   * WS-STANDARD-ANNUAL-HOURS
                       END-IF
                       MOVE WS-ANNUAL-COST TO DL-ANNUAL-COST
                   END-IF
           END-REWRITE.
       0520-END.

       0530-WRITE-JOURNAL.
           ACCEPT WS-JOURNAL-TIME FROM TIME.
           MOVE SPACES TO JOURNALRECORD.
           MOVE WS-RUN-DATE TO EJ-JOURNAL-DATE.
           MOVE WS-JOURNAL-TIME TO EJ-JOURNAL-TIME.
           MOVE "MERIT" TO EJ-PROGRAM.
           MOVE WS-JOURNAL-ACTION TO EJ-ACTION.
           MOVE WS-JOURNAL-IMAGE TO EJ-BEFORE-IMAGE.
           WRITE JOURNALRECORD AFTER ADVANCING 1 LINE.
       0530-END.

      *The lock is a convention, not an operating-system lock: a
      *non-empty EMPLOCK.DAT means another updater is (or died)
      *mid-pass, and this run refuses to start rather than let two
      *writers interleave on the indexed master.
       0040-ACQUIRE-LOCK.
           MOVE "N" TO WS-LOCK-EMPTY-FLAG.
           OPEN INPUT LOCKFILE.
           IF WS-LOCK-CHECK-KEY = "00"
               READ LOCKFILE
                   AT END MOVE "Y" TO WS-LOCK-EMPTY-FLAG
               END-READ
               IF WS-LOCK-EMPTY-FLAG = "N"
                  AND LOCKRECORD NOT = SPACES
                   DISPLAY "EMPFILE.DAT is locked by ", EL-PROGRAM,
                           " since ", EL-LOCK-DATE, " ",
                           EL-LOCK-TIME
                   DISPLAY "If that run abended, clear "
                           "EMPLOCK.DAT deliberately and rerun"
                   CLOSE LOCKFILE
                   MOVE 8 TO RETURN-CODE
                   GO TO 9000-END-PROGRAM
               END-IF
               CLOSE LOCKFILE
           END-IF.
           ACCEPT WS-LOCK-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LOCK-STAMP-TIME FROM TIME.
           OPEN OUTPUT LOCKFILE.
           MOVE SPACES TO LOCKRECORD.
           MOVE "MERIT" TO EL-PROGRAM.
           MOVE WS-LOCK-STAMP-DATE TO EL-LOCK-DATE.
           MOVE WS-LOCK-STAMP-TIME TO EL-LOCK-TIME.
           WRITE LOCKRECORD AFTER ADVANCING 1 LINE.
           CLOSE LOCKFILE.
           SET LOCK-IS-HELD TO TRUE.
       0040-END.

       9000-END-PROGRAM.
      *A clean close empties the lock file; an abend leaves it for
      *the operator to inspect and clear.
           IF LOCK-IS-HELD
               OPEN OUTPUT LOCKFILE
               CLOSE LOCKFILE
           END-IF.
           IF FILES-ARE-OPEN
               IF COMMIT-MODE-ON
                   CLOSE EMPLOYEEFILE, PROPOSALFILE, AUDITFILE,
                       JOURNALFILE, COMMITREPORT
               ELSE
                   CLOSE EMPLOYEEFILE, RATINGFILE, PROPOSALFILE,
                       PROPOSALREPORT
               END-IF
           END-IF.
           IF COMMIT-MODE-ON
               DISPLAY "Merit increases applied:   ", WS-APPLIED-COUNT
               DISPLAY "Held to ceiling:           ", WS-CAPPED-COUNT
               DISPLAY "Not applied:               ", WS-SKIPPED-COUNT
               DISPLAY "Rewrites failed:           ",
                   WS-REWRITE-FAIL-COUNT
           ELSE
               DISPLAY "Ratings read:              ", WS-RATING-COUNT
               DISPLAY "Increases proposed:        ", WS-PROPOSED-COUNT
               DISPLAY "Held to ceiling:           ", WS-CAPPED-COUNT
               DISPLAY "No increase:               ", WS-NO-RAISE-COUNT
               DISPLAY "Ratings rejected:          ", WS-REJECTED-COUNT
               DISPLAY "Departments over pool:     ",
                   WS-OVER-POOL-COUNT
           END-IF.
           STOP RUN.

          END PROGRAM MERIT.

      *impossible hours) divert to TIMECARDREJECTS.DAT with a reason
      *code, the same discipline the other input files get.  Runs
      *ahead of EMPLOYEERAISE in the cycle.
      *
      *Each card also names the department the hours were worked
      *in, checked against DEPTMASTER.DAT; a blank charge department
      *means the employee's home DEPARTMENT.  The cycle's hours by
      *employee and charge department go to LABORHOURS.DAT, which
      *NETPAY prices and GLPOST costs to the departments that
      *actually had the work done.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       SELECT TIMECARDREJECTS ASSIGN TO "TIMECARDREJECTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *The department reference master, the same one EMPMAINT
      *validates DEPARTMENT against.
       SELECT DEPTMASTERFILE ASSIGN TO "DEPTMASTER.DAT"
           FILE STATUS IS WS-DEPT-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

      *Hours by employee and charge department for the cycle, home
      *department lines included, so the lines for an employee sum
      *to the HOURSWORKED posted.
       SELECT LABORHOURSFILE ASSIGN TO "LABORHOURS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Before-image journal shared by every EMPFILE.DAT updater --
      *see EMPMAINT; EMPRECOVER rolls the master back from it.
       SELECT JOURNALFILE ASSIGN TO "EMPJOURNAL.DAT"
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

      *One card per employee per day or week: who, when, how many
      *hours, and where.  A card covering a week carries the week's
      *total; hours worked in more than one department need one
      *card per department.
       FD TIMECARDFILE.
       01 TIMECARDRECORD.
            88 ENDOFTIMECARDS       VALUE HIGH-VALUES.
            02 TC-EMPLOYEEID        PIC 9(7).
            02 TC-WORK-DATE         PIC 9(8).
            02 TC-HOURS             PIC 9(3).
            02 TC-CHARGE-DEPT       PIC X(30).

       FD TIMECARDREJECTS.
       01 TIMECARDREJECT.
            02 TJ-REASON-CODE       PIC X(4).
            02 TJ-REASON-TEXT       PIC X(30).

       FD DEPTMASTERFILE.
       01 DEPTMASTERRECORD.
            88 ENDOFDEPTS           VALUE HIGH-VALUES.
            02 DPT-NAME             PIC X(30).
            02 DPT-CODE             PIC X(4).
      *The department's annual merit pool, spent by MERIT.
            02 FILLER               PIC X(2).
            02 DPT-MERIT-POOL       PIC 9(7)V99.

       FD LABORHOURSFILE.
       01 LABORHOURSRECORD.
            02 LH-EMPLOYEEID        PIC 9(7).
            02 LH-HOME-DEPT         PIC X(30).
            02 LH-CHARGE-DEPT       PIC X(30).
            02 LH-HOURS             PIC 9(5).

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


       FD LOCKFILE.
       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY       PIC X(2).
           05  WS-TIMECARD-CHECK-KEY PIC X(2).
           05  WS-DEPT-CHECK-KEY    PIC X(2).

      *A card covering even a full seven-day week cannot carry more
      *than this; anything over it is a keying error, not overtime.
                   INDEXED BY TOT-IDX.
               10  WS-TOT-EMPLOYEEID PIC 9(7) VALUE ZERO.
               10  WS-TOT-HOURS      PIC 9(5) VALUE ZERO.
               10  WS-TOT-POSTED     PIC X VALUE "N".
       01  WS-TOTAL-SLOT-VALID      PIC X VALUE "Y".

      *Department reference table, loaded from DEPTMASTER.DAT at
      *startup.  A run without the master stops before posting
      *anything, as EMPMAINT does.
       01  WS-DEPT-COUNT            PIC 9(2) VALUE ZERO.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 50 TIMES
                   INDEXED BY DEPT-IDX.
               10  WS-DEPT-NAME     PIC X(30) VALUE SPACES.
               10  WS-DEPT-CODE     PIC X(4) VALUE SPACES.
       01  WS-DEPT-FOUND-FLAG       PIC X VALUE "N".
           88  DEPT-IS-KNOWN        VALUE "Y".

      *Cycle hours per employee per charge department, with the
      *slot of the employee's total so only hours that actually
      *posted to the master go out on LABORHOURS.DAT.
       01  WS-SPLIT-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-SPLIT-TABLE.
           05  WS-SPLIT-ENTRY OCCURS 1500 TIMES
                   INDEXED BY SPL-IDX.
               10  WS-SPL-EMPLOYEEID PIC 9(7) VALUE ZERO.
               10  WS-SPL-HOME-DEPT  PIC X(30) VALUE SPACES.
               10  WS-SPL-CHARGE-DEPT PIC X(30) VALUE SPACES.
               10  WS-SPL-HOURS      PIC 9(5) VALUE ZERO.
               10  WS-SPL-TOTAL-SLOT PIC 9(3) VALUE ZERO.
       01  WS-CARD-HOME-DEPT        PIC X(30).
       01  WS-CARD-CHARGE-DEPT      PIC X(30).
       01  WS-FIND-EMPLOYEEID       PIC 9(7) VALUE ZERO.

       01  WS-CARD-FLAGS.
           05  WS-CARD-REJECT-COUNT PIC 9(5) VALUE ZERO.
           05  WS-POSTED-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-POST-FAILED-COUNT PIC 9(5) VALUE ZERO.
           05  WS-BORROWED-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-LABOR-LINE-COUNT  PIC 9(5) VALUE ZERO.

      * Set only once every file has been OPENed successfully, so an
      * early abort on an open failure can skip the CLOSE list in
      *same convention every EMPFILE.DAT updater follows.
       01  WS-JOURNAL-FIELDS.
           05  WS-JOURNAL-ACTION    PIC X.
           05  WS-JOURNAL-IMAGE     PIC X(160).
           05  WS-JOURNAL-TIME      PIC 9(8).
       01  WS-RUN-DATE              PIC 9(8).

       0100-POST-TIMECARDS.
           PERFORM 0040-ACQUIRE-LOCK.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0050-LOAD-DEPT-MASTER.
           OPEN I-O EMPLOYEEFILE
           IF FILE-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status: ",
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN OUTPUT TIMECARDREJECTS.
           OPEN OUTPUT LABORHOURSFILE.
           OPEN EXTEND JOURNALFILE.
           SET FILES-ARE-OPEN TO TRUE.

           PERFORM 0400-POST-ONE-TOTAL
               VARYING TOT-IDX FROM 1 BY 1
               UNTIL TOT-IDX > WS-TOTAL-COUNT.
           PERFORM 0500-WRITE-ONE-SPLIT
               VARYING SPL-IDX FROM 1 BY 1
               UNTIL SPL-IDX > WS-SPLIT-COUNT.
           PERFORM 9000-END-PROGRAM.
       0100-END.

       0050-LOAD-DEPT-MASTER.
           OPEN INPUT DEPTMASTERFILE.
           IF WS-DEPT-CHECK-KEY NOT = "00"
               DISPLAY "Non-zero file status: ",
                       WS-DEPT-CHECK-KEY, " on DEPTMASTER.DAT"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0055-LOAD-ONE-DEPT UNTIL ENDOFDEPTS.
           CLOSE DEPTMASTERFILE.
       0050-END.

       0055-LOAD-ONE-DEPT.
           READ DEPTMASTERFILE
               AT END SET ENDOFDEPTS TO TRUE
               NOT AT END
                   IF DEPTMASTERRECORD NOT = SPACES
                       IF WS-DEPT-COUNT < 50
                           ADD 1 TO WS-DEPT-COUNT
                           SET DEPT-IDX TO WS-DEPT-COUNT
                           MOVE DPT-NAME TO WS-DEPT-NAME(DEPT-IDX)
                           MOVE DPT-CODE TO WS-DEPT-CODE(DEPT-IDX)
                       ELSE
                           DISPLAY "DEPTMASTER.DAT: table full at "
                                   "50 entries, ignoring ", DPT-NAME
                       END-IF
                   END-IF
           END-READ.
       0055-END.

       0060-CHECK-DEPARTMENT.
           MOVE "N" TO WS-DEPT-FOUND-FLAG.
           SET DEPT-IDX TO 1.
           SEARCH WS-DEPT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DEPT-NAME(DEPT-IDX) = TC-CHARGE-DEPT
                   SET DEPT-IS-KNOWN TO TRUE
           END-SEARCH.
       0060-END.

       0110-READ-TIMECARD.
           READ TIMECARDFILE
               AT END SET ENDOFTIMECARDS TO TRUE
               PERFORM 0210-FIND-TOTAL-ENTRY
               IF WS-TOTAL-SLOT-VALID = "Y"
                   ADD TC-HOURS TO WS-TOT-HOURS(TOT-IDX)
                   PERFORM 0220-ADD-SPLIT-HOURS
               END-IF
           END-IF.
           PERFORM 0110-READ-TIMECARD.
           END-SEARCH.
       0210-END.

      *A blank charge department is the home department; the home
      *department itself is whatever the master carried when the
      *card was validated.
       0220-ADD-SPLIT-HOURS.
           MOVE DEPARTMENT TO WS-CARD-HOME-DEPT.
           IF TC-CHARGE-DEPT = SPACES
               MOVE WS-CARD-HOME-DEPT TO WS-CARD-CHARGE-DEPT
           ELSE
               MOVE TC-CHARGE-DEPT TO WS-CARD-CHARGE-DEPT
           END-IF.
           IF WS-CARD-CHARGE-DEPT NOT = WS-CARD-HOME-DEPT
               ADD 1 TO WS-BORROWED-COUNT
           END-IF.
           SET SPL-IDX TO 1.
           SEARCH WS-SPLIT-ENTRY
               AT END
                   IF WS-SPLIT-COUNT < 1500
                       ADD 1 TO WS-SPLIT-COUNT
                       SET SPL-IDX TO WS-SPLIT-COUNT
                       MOVE TC-EMPLOYEEID
                           TO WS-SPL-EMPLOYEEID(SPL-IDX)
                       MOVE WS-CARD-HOME-DEPT
                           TO WS-SPL-HOME-DEPT(SPL-IDX)
                       MOVE WS-CARD-CHARGE-DEPT
                           TO WS-SPL-CHARGE-DEPT(SPL-IDX)
                       MOVE TC-HOURS TO WS-SPL-HOURS(SPL-IDX)
                       SET WS-SPL-TOTAL-SLOT(SPL-IDX) TO TOT-IDX
                   ELSE
                       DISPLAY "Labor split table full at 1500 "
                               "entries, hours charged home for ",
                               TC-EMPLOYEEID
                   END-IF
               WHEN WS-SPL-EMPLOYEEID(SPL-IDX) = TC-EMPLOYEEID
                AND WS-SPL-CHARGE-DEPT(SPL-IDX) = WS-CARD-CHARGE-DEPT
                   ADD TC-HOURS TO WS-SPL-HOURS(SPL-IDX)
           END-SEARCH.
       0220-END.

      *A card has to name a real employee and carry believable hours
      *before it is allowed anywhere near the cycle totals: a typo'd
      *id or a fat-fingered hours field is exactly what used to slip
           ELSE
               PERFORM 0240-CHECK-EMPLOYEE-EXISTS
           END-IF END-IF END-IF END-IF.
           IF CARD-IS-VALID AND TC-CHARGE-DEPT NOT = SPACES
               PERFORM 0060-CHECK-DEPARTMENT
               IF NOT DEPT-IS-KNOWN
                   SET CARD-IS-INVALID TO TRUE
                   MOVE "T008" TO WS-REJECT-CODE
                   MOVE "CHARGE DEPT NOT ON MASTER" TO WS-REJECT-TEXT
               END-IF
           END-IF.
       0230-END.

       0240-CHECK-EMPLOYEE-EXISTS.
                               MOVE "R" TO WS-JOURNAL-ACTION
                               PERFORM 0450-WRITE-JOURNAL
                               ADD 1 TO WS-POSTED-COUNT
                               MOVE "Y" TO WS-TOT-POSTED(TOT-IDX)
                       END-REWRITE
               END-READ
           END-IF.
           WRITE JOURNALRECORD AFTER ADVANCING 1 LINE.
       0450-END.

      *Only an employee whose total reached the master gets labor
      *lines; a refused total leaves HOURSWORKED as it was, and the
      *split would no longer add up to it.
       0500-WRITE-ONE-SPLIT.
           SET TOT-IDX TO WS-SPL-TOTAL-SLOT(SPL-IDX).
           IF WS-TOT-POSTED(TOT-IDX) = "Y"
               MOVE SPACES TO LABORHOURSRECORD
               MOVE WS-SPL-EMPLOYEEID(SPL-IDX) TO LH-EMPLOYEEID
               MOVE WS-SPL-HOME-DEPT(SPL-IDX) TO LH-HOME-DEPT
               MOVE WS-SPL-CHARGE-DEPT(SPL-IDX) TO LH-CHARGE-DEPT
               MOVE WS-SPL-HOURS(SPL-IDX) TO LH-HOURS
               WRITE LABORHOURSRECORD AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LABOR-LINE-COUNT
           END-IF.
       0500-END.


      *The lock is a convention, not an operating-system lock: a
      *non-empty EMPLOCK.DAT means another updater is (or died)
           END-IF.
           IF FILES-ARE-OPEN
               CLOSE EMPLOYEEFILE, TIMECARDFILE, TIMECARDREJECTS,
                   LABORHOURSFILE, JOURNALFILE
           END-IF.
           DISPLAY "Timecards read:        ", WS-CARD-COUNT.
           DISPLAY "Timecards rejected:    ", WS-CARD-REJECT-COUNT.
           DISPLAY "Employees posted:      ", WS-POSTED-COUNT.
           DISPLAY "Postings failed:       ", WS-POST-FAILED-COUNT.
           DISPLAY "Cards charged away:    ", WS-BORROWED-COUNT.
           DISPLAY "Labor lines written:   ", WS-LABOR-LINE-COUNT.
           STOP RUN.

          END PROGRAM TIMEPOST.

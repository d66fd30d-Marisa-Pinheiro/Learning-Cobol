      *key to START straight into each step's anniversary month --
      *run month, run year minus the step years -- applies the step
      *percentage from the LONGEVITYSTEPS.DAT parameter table to
      *HOURLYRATE in place (EMP-ANNUAL-SALARY for salaried staff),
      *and writes each change to AUDITFILE.DAT
      *so RATEHIST shows longevity raises alongside COLA raises.
      *Runs once a month, after EMPMAINT and ahead of the pay
      *chain.
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

      *One step per line: years of service and the multiplier
      *(10200 = 1.0200), same parameter-file convention as
            04 AUDIT-OLD-RATE      PIC 9(4)V99.
            04 AUDIT-NEW-RATE      PIC 9(4)V99.
            04 AUDIT-RUN-DATE      PIC 9(8).
            04 AUDIT-PAY-TYPE      PIC X.
            04 AUDIT-OLD-SALARY    PIC 9(7)V99.
            04 AUDIT-NEW-SALARY    PIC 9(7)V99.

       FD RUNDATEFILE.
       01 RUNDATERECORD.
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
      *same convention every EMPFILE.DAT updater follows.
       01  WS-JOURNAL-FIELDS.
           05  WS-JOURNAL-ACTION    PIC X.
           05  WS-JOURNAL-IMAGE     PIC X(160).
           05  WS-JOURNAL-TIME      PIC 9(8).

       01  WS-STEP-COUNT            PIC 9(2) VALUE ZERO.
           88  WINDOW-EXHAUSTED     VALUE "Y".

       01  WS-OLD-HOURLY-RATE       PIC 9(4)V99.
       01  WS-OLD-ANNUAL-SALARY     PIC 9(7)V99.
       01  WS-CURRENT-PCT           PIC 9V9(4).

       01  WS-LONGEVITY-COUNTS.
       0220-APPLY-ONE-RAISE.
           MOVE EMPDETAILS TO WS-JOURNAL-IMAGE.
           MOVE HOURLYRATE TO WS-OLD-HOURLY-RATE.
           MOVE EMP-ANNUAL-SALARY TO WS-OLD-ANNUAL-SALARY.
           IF EMP-IS-SALARIED
               COMPUTE EMP-ANNUAL-SALARY ROUNDED =
                   EMP-ANNUAL-SALARY * WS-CURRENT-PCT
           ELSE
               COMPUTE HOURLYRATE ROUNDED =
                   HOURLYRATE * WS-CURRENT-PCT
           END-IF.
           REWRITE EMPDETAILS
               INVALID KEY
                   ADD 1 TO WS-REWRITE-FAIL-COUNT
                   MOVE WS-OLD-HOURLY-RATE TO AUDIT-OLD-RATE
                   MOVE HOURLYRATE TO AUDIT-NEW-RATE
                   MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
                   IF EMP-IS-SALARIED
                       MOVE "S" TO AUDIT-PAY-TYPE
                   ELSE
                       MOVE "H" TO AUDIT-PAY-TYPE
                   END-IF
                   MOVE WS-OLD-ANNUAL-SALARY TO AUDIT-OLD-SALARY
                   MOVE EMP-ANNUAL-SALARY TO AUDIT-NEW-SALARY
                   WRITE AUDITRECORD AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-RAISED-COUNT
           END-REWRITE.

      *mapped onto our full department name through DEPTMASTER.DAT
      *(an unknown code diverts the person to the log for HR), and
      *HOURSWORKED starts at zero until the first timekeeping cycle
      *reports hours.  Everyone comes across hourly at the acquired
      *rate; HR moves any salaried staff over through EMPTRANS.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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

       FD ROSTERFILE.
       01 ROSTERRECORD.
            88 ENDOFDEPTS           VALUE HIGH-VALUES.
            02 DPT-NAME             PIC X(30).
            02 DPT-CODE             PIC X(4).
      *The department's annual merit pool, spent by MERIT.
            02 FILLER               PIC X(2).
            02 DPT-MERIT-POOL       PIC 9(7)V99.

       FD JOURNALFILE.
       01 JOURNALRECORD.
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

       FD SSNXREF.
       01 XREFRECORD.
      *same convention every EMPFILE.DAT updater follows.
       01  WS-JOURNAL-FIELDS.
           05  WS-JOURNAL-ACTION    PIC X.
           05  WS-JOURNAL-IMAGE     PIC X(160).
           05  WS-JOURNAL-TIME      PIC 9(8).

      *Department reference table off DEPTMASTER.DAT: the roster's
           MOVE SPACE TO GENDER.
           MOVE "A" TO EMP-STATUS.
           MOVE ZERO TO EMP-TERM-DATE.
           MOVE "H" TO EMP-PAY-TYPE.
           MOVE ZERO TO EMP-ANNUAL-SALARY.
           MOVE SPACES TO EMP-PAY-GRADE.
           MOVE SPACES TO EMP-HOME-ADDRESS.
           WRITE EMPDETAILS
               INVALID KEY
                   PERFORM 0260-LOG-FAILED

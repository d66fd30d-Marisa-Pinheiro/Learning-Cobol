      *a word processor.  The recipient count is reconciled against
      *the day's audit-record count so nobody's notice goes
      *missing; an employee the master cannot find still gets a
      *letter addressed generically, and is reported.  Each line
      *carries the employee's home address off the master, so the
      *notices can go out through the print-and-mail vendor; one
      *with no address on file is listed by the mail-merge instead.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
            04 AUDIT-OLD-RATE      PIC 9(4)V99.
            04 AUDIT-NEW-RATE      PIC 9(4)V99.
            04 AUDIT-RUN-DATE      PIC 9(8).
            04 AUDIT-PAY-TYPE      PIC X.
               88 AUDIT-IS-SALARIED VALUE "S".
            04 AUDIT-OLD-SALARY    PIC 9(7)V99.
            04 AUDIT-NEW-SALARY    PIC 9(7)V99.

       FD EMPLOYEEFILE.
       01 EMPDETAILS.
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

       FD RECIPIENTFILE.
       01 RECIPIENTRECORD.
           05 RECIPIENT-NAME        PIC X(20).
           05 RECIPIENT-DEPARTMENT  PIC X(20).
           05 RECIPIENT-EVENT       PIC X(30).
           05 RECIPIENT-STREET      PIC X(30).
           05 RECIPIENT-CITY        PIC X(20).
           05 RECIPIENT-STATE       PIC X(2).
           05 RECIPIENT-ZIP         PIC X(10).

       FD RUNDATEFILE.
       01 RUNDATERECORD.

       01  WS-BUILT-NAME            PIC X(21).
       01  WS-RATE-TEXT             PIC $$,$$9.99.
       01  WS-SALARY-TEXT           PIC $$,$$$,$$9.99.
       01  WS-EVENT-TEXT            PIC X(30).

       PROCEDURE DIVISION.
       0200-END.

      *One recipient per raise: name off the master, the employee's
      *department, and the new rate (or, for salaried staff, the
      *new annual salary) spelled out as the merge event the
      *RAISELETTER template drops into the letter body.
       0300-WRITE-ONE-RECIPIENT.
           MOVE SPACES TO RECIPIENTRECORD.
           MOVE AUDIT-EMPLOYEEID TO EMPLOYEEID.
                   END-STRING
                   MOVE WS-BUILT-NAME TO RECIPIENT-NAME
                   MOVE DEPARTMENT TO RECIPIENT-DEPARTMENT
                   MOVE EMP-HOME-STREET TO RECIPIENT-STREET
                   MOVE EMP-HOME-CITY TO RECIPIENT-CITY
                   MOVE EMP-HOME-STATE TO RECIPIENT-STATE
                   MOVE EMP-HOME-ZIP TO RECIPIENT-ZIP
           END-READ.
           MOVE SPACES TO WS-EVENT-TEXT.
           IF AUDIT-IS-SALARIED
               MOVE AUDIT-NEW-SALARY TO WS-SALARY-TEXT
               STRING FUNCTION TRIM(WS-SALARY-TEXT) DELIMITED BY SIZE
                      " PER YEAR" DELIMITED BY SIZE
                   INTO WS-EVENT-TEXT
               END-STRING
           ELSE
               MOVE AUDIT-NEW-RATE TO WS-RATE-TEXT
               STRING FUNCTION TRIM(WS-RATE-TEXT) DELIMITED BY SIZE
                      " PER HOUR" DELIMITED BY SIZE
                   INTO WS-EVENT-TEXT
               END-STRING
           END-IF.
           MOVE WS-EVENT-TEXT TO RECIPIENT-EVENT.
           WRITE RECIPIENTRECORD.
           ADD 1 TO WS-LETTER-COUNT.

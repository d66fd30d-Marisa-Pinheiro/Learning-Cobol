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

       FD YTDFILE.
       01 YTDRECORD.
            04 AUDIT-OLD-RATE      PIC 9(4)V99.
            04 AUDIT-NEW-RATE      PIC 9(4)V99.
            04 AUDIT-RUN-DATE      PIC 9(8).
            04 AUDIT-PAY-TYPE      PIC X.
               88 AUDIT-IS-SALARIED VALUE "S".
            04 AUDIT-OLD-SALARY    PIC 9(7)V99.
            04 AUDIT-NEW-SALARY    PIC 9(7)V99.

       FD INQUIRYREPORT.
       01 INQUIRYLINE             PIC X(132).
               88  NETPAY-FOUND     VALUE "Y".

      *The last few rate changes, kept as a rolling window so the
      *newest handful print without a second pass.  A salaried
      *change is kept as the annual salary before and after.
       01  WS-RAISE-WINDOW-SIZE     PIC 9 VALUE 5.
       01  WS-RAISE-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-RAISE-TABLE.
           05  WS-RAISE-ENTRY OCCURS 5 TIMES
                   INDEXED BY RSE-IDX.
               10  WS-RSE-OLD-RATE  PIC 9(7)V99.
               10  WS-RSE-NEW-RATE  PIC 9(7)V99.
               10  WS-RSE-RUN-DATE  PIC 9(8).
       01  WS-SHIFT-INDEX           PIC 9(2).

           05  FILLER               PIC X(10)   VALUE "  STATUS: ".
           05  ML-STATUS            PIC X(10).

       01  MASTER-LINE3.
           05  FILLER               PIC X(5)    VALUE SPACES.
           05  FILLER               PIC X(16)   VALUE
                 "ANNUAL SALARY: ".
           05  ML-SALARY            PIC $$,$$$,$$9.99.

       01  YTD-LINE.
           05  FILLER               PIC X(5)    VALUE SPACES.
           05  FILLER               PIC X(10)   VALUE "YTD YEAR ".
           05  FILLER               PIC X(5)    VALUE SPACES.
           05  RL-RUN-DATE          PIC 9(8).
           05  FILLER               PIC X(3)    VALUE SPACES.
           05  RL-OLD-RATE          PIC $$,$$$,$$9.99.
           05  FILLER               PIC X(4)    VALUE " -> ".
           05  RL-NEW-RATE          PIC $$,$$$,$$9.99.

       01  NOTE-LINE.
           05  FILLER               PIC X(5)    VALUE SPACES.
               END-IF
               WRITE INQUIRYLINE FROM MASTER-LINE2
                  AFTER ADVANCING 1 LINE
               IF EMP-IS-SALARIED
                   MOVE EMP-ANNUAL-SALARY TO ML-SALARY
                   WRITE INQUIRYLINE FROM MASTER-LINE3
                      AFTER ADVANCING 1 LINE
               END-IF
           ELSE
               MOVE "NOT ON EMPLOYEE MASTER" TO NT-TEXT
               WRITE INQUIRYLINE FROM NOTE-LINE
               END-PERFORM
           END-IF.
           SET RSE-IDX TO WS-RAISE-COUNT.
           IF AUDIT-IS-SALARIED
               MOVE AUDIT-OLD-SALARY TO WS-RSE-OLD-RATE(RSE-IDX)
               MOVE AUDIT-NEW-SALARY TO WS-RSE-NEW-RATE(RSE-IDX)
           ELSE
               MOVE AUDIT-OLD-RATE TO WS-RSE-OLD-RATE(RSE-IDX)
               MOVE AUDIT-NEW-RATE TO WS-RSE-NEW-RATE(RSE-IDX)
           END-IF.
           MOVE AUDIT-RUN-DATE TO WS-RSE-RUN-DATE(RSE-IDX).
       0520-END.


      *optionally followed by a from/to AUDIT-RUN-DATE pair
      *(YYYYMMDD YYYYMMDD); matching audit records print in file
      *order on RATEHISTORY.LPT with the old rate, new rate, run
      *date, and the percentage the change implies.  A salaried
      *employee's changes show the annual salary before and after.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
            04 AUDIT-OLD-RATE      PIC 9(4)V99.
            04 AUDIT-NEW-RATE      PIC 9(4)V99.
            04 AUDIT-RUN-DATE      PIC 9(8).
            04 AUDIT-PAY-TYPE      PIC X.
            04 AUDIT-OLD-SALARY    PIC 9(7)V99.
            04 AUDIT-NEW-SALARY    PIC 9(7)V99.

       FD HISTORYREPORT.
       01 HISTORYLINE             PIC X(132).
            02 AC-ARCHIVE-DATE      PIC 9(8).

       FD ARCHAUDIT.
       01 ARCHAUDITRECORD         PIC X(46).
            88 ENDOFARCHIVE        VALUE HIGH-VALUES.

       WORKING-STORAGE SECTION.
           05  WS-AW-OLD-RATE       PIC 9(4)V99.
           05  WS-AW-NEW-RATE       PIC 9(4)V99.
           05  WS-AW-RUN-DATE       PIC 9(8).
           05  WS-AW-PAY-TYPE       PIC X.
               88  AW-IS-SALARIED   VALUE "S".
           05  WS-AW-OLD-SALARY     PIC 9(7)V99.
           05  WS-AW-NEW-SALARY     PIC 9(7)V99.
       01  WS-OLD-PAY               PIC 9(7)V99.
       01  WS-NEW-PAY               PIC 9(7)V99.
       01  WS-ARCHIVES-READ-COUNT   PIC 9(2) VALUE ZERO.

       01  HEADING-LINE1.
           05  FILLER               PIC X(5)    VALUE SPACES.
           05  FILLER               PIC X(10)   VALUE "RUN DATE".
           05  FILLER               PIC X(5)    VALUE SPACES.
           05  FILLER               PIC X(13)   VALUE "OLD RATE".
           05  FILLER               PIC X(5)    VALUE SPACES.
           05  FILLER               PIC X(13)   VALUE "NEW RATE".
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  FILLER               PIC X(4)    VALUE "PER".
           05  FILLER               PIC X(5)    VALUE SPACES.
           05  FILLER               PIC X(8)    VALUE "PCT CHG".

           05  FILLER               PIC X(1)    VALUE "/".
           05  DL-RUN-DAY           PIC 99.
           05  FILLER               PIC X(3)    VALUE SPACES.
           05  DL-OLD-RATE          PIC $$,$$$,$$9.99.
           05  FILLER               PIC X(5)    VALUE SPACES.
           05  DL-NEW-RATE          PIC $$,$$$,$$9.99.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  DL-PAY-BASIS         PIC X(4).
           05  FILLER               PIC X(5)    VALUE SPACES.
           05  DL-RAISE-PCT         PIC +ZZ9.99.
           05  FILLER               PIC X(2)    VALUE " %".
           MOVE WS-RD-YEAR TO DL-RUN-YEAR.
           MOVE WS-RD-MONTH TO DL-RUN-MONTH.
           MOVE WS-RD-DAY TO DL-RUN-DAY.
           IF AW-IS-SALARIED
               MOVE WS-AW-OLD-SALARY TO WS-OLD-PAY
               MOVE WS-AW-NEW-SALARY TO WS-NEW-PAY
               MOVE "YEAR" TO DL-PAY-BASIS
           ELSE
               MOVE WS-AW-OLD-RATE TO WS-OLD-PAY
               MOVE WS-AW-NEW-RATE TO WS-NEW-PAY
               MOVE "HOUR" TO DL-PAY-BASIS
           END-IF.
           MOVE WS-OLD-PAY TO DL-OLD-RATE.
           MOVE WS-NEW-PAY TO DL-NEW-RATE.
      *Percentage the change implies: a ceiling-capped raise shows
      *its true effective percentage, not the negotiated tier.
           IF WS-OLD-PAY = ZERO
               MOVE ZERO TO WS-RAISE-PCT
           ELSE
               COMPUTE WS-RAISE-PCT ROUNDED =
                   (WS-NEW-PAY - WS-OLD-PAY)
                       * 100 / WS-OLD-PAY
           END-IF.
           MOVE WS-RAISE-PCT TO DL-RAISE-PCT.
           WRITE HISTORYLINE FROM DETAIL-LINE

       DATA DIVISION.
       FILE SECTION.
       FD NEWEMPFILE.
       01 NEWEMPRECORD             PIC X(85).

      * sd temporary file for the EMPLOYEEID re-sequencing
       SD SORTWORK.
       01 SORTWORKREC.
            04 SW-EMPLOYEEID        PIC 9(7).
            04 FILLER               PIC X(78).

       FD SORTEDEMP.
       01 NEWEMPLOYEE.
            04 NEW-HOURLY-RATE      PIC 9(4)V99.
            04 NEW-DEPARTMENT       PIC X(30).
            04 NEW-GENDER           PIC X.
            04 NEW-PAY-TYPE         PIC X.
               88 NEW-IS-SALARIED   VALUE "S".
            04 NEW-ANNUAL-SALARY    PIC 9(7)V99.

       FD YTDFILE.
       01 YTDRECORD.

      *Union contract: hours past 160 in the month price at time and
      *a half -- the same split NETPAY makes, so the YTD totals roll
      *forward the gross employees were actually owed.  Salaried
      *staff roll forward a twelfth of the annual salary.
       01  WS-OVERTIME-TERMS.
           05  WS-OT-THRESHOLD-HOURS PIC 9(3) VALUE 160.
           05  WS-OT-MULTIPLIER     PIC 9V9 VALUE 1.5.
           05  WS-CYCLES-PER-YEAR   PIC 9(2) VALUE 12.
       01  WS-OVERTIME-FIELDS.
           05  WS-REGULAR-HOURS     PIC 9(3).
           05  WS-OVERTIME-HOURS    PIC 9(3).

      *This cycle's gross with the overtime premium applied: regular
      *hours at the straight rate, hours past the threshold at the
      *contract multiplier; salaried staff a twelfth of the salary.
       0130-COMPUTE-GROSS-PAY.
           IF NEW-IS-SALARIED
               MOVE NEW-HOURSWORKED TO WS-REGULAR-HOURS
               MOVE ZERO TO WS-OVERTIME-HOURS
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
               COMPUTE WS-REGULAR-PAY =
                   NEW-HOURLY-RATE * WS-REGULAR-HOURS
               COMPUTE WS-OVERTIME-PAY ROUNDED =
                   NEW-HOURLY-RATE * WS-OT-MULTIPLIER
                   * WS-OVERTIME-HOURS
           END-IF.
           COMPUTE WS-GROSS-PAY =
               WS-REGULAR-PAY + WS-OVERTIME-PAY.
       0130-END.

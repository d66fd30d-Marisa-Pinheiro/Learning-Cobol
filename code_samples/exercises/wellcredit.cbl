       IDENTIFICATION DIVISION.
       PROGRAM-ID. WELLCREDIT.

      *Wellness premium credit eligibility, run ahead of NETPAY each
      *pay cycle so the health premium credit stops being granted by
      *hand off a BMICALCULATOR printout.  WELLNESSPLAN.DAT names the
      *health deduction code, the month and day the plan year starts,
      *and the credit per cycle.  Everyone carrying that deduction on
      *DEDUCTMASTER.DAT who is active on EMPFILE.DAT is eligible; an
      *eligible employee with a screening on BMIHISTORY.DAT dated in
      *the plan year, on or before the processing date, earns the
      *credit for every cycle left in that plan year.
      *
      *The credit rides on participation alone.  BMIHISTORY.DAT is
      *read for who was screened and when -- the measurement and the
      *category are not even described here, so nothing in this run
      *can ever price a credit off them.  BMICALCULATOR only writes
      *history for a completed screening (rejected roster lines go
      *to BMIREJECTS), so any line on file in the plan year counts.
      *
      *WELLNESSCREDIT.DAT is rewritten whole each run for NETPAY to
      *take the credit off the health deduction and post it as its
      *own line.  WELLNESS.LPT lists the credits granted for payroll;
      *WELLNESSFOLLOWUP.LPT lists every eligible employee with no
      *screening on file in the plan year, for HR to chase.  A
      *missing BMIHISTORY.DAT means nobody has been screened yet;
      *a missing plan control, deductions master, or employee master
      *ends the run with return code 8 and no credits written.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEEFILE ASSIGN TO "EMPFILE.DAT"
           FILE STATUS IS FILE-CHECK-KEY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPLOYEEID
           ALTERNATE RECORD KEY IS STARTDATE WITH DUPLICATES.

       SELECT PLANFILE ASSIGN TO "WELLNESSPLAN.DAT"
           FILE STATUS IS WS-PLAN-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT BMIHISTORY ASSIGN TO "BMIHISTORY.DAT"
           FILE STATUS IS WS-HISTORY-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DEDUCTMASTER ASSIGN TO "DEDUCTMASTER.DAT"
           FILE STATUS IS WS-DEDUCT-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CREDITFILE ASSIGN TO "WELLNESSCREDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CREDITREPORT ASSIGN TO "WELLNESS.LPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FOLLOWUPREPORT ASSIGN TO "WELLNESSFOLLOWUP.LPT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Site processing-date control file.  A missing file falls
      *back to the system clock.
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

      *One line: the health deduction code the credit comes off,
      *the plan year's first month and day (0101 for a calendar
      *plan year), and the credit per pay cycle.
       FD PLANFILE.
       01 PLANRECORD.
            04 WP-DEDUCT-CODE       PIC X(4).
            04 FILLER               PIC X(2).
            04 WP-YEAR-START-MMDD   PIC 9(4).
            04 FILLER               PIC X(2).
            04 WP-CREDIT-AMOUNT     PIC 9(4)V99.

      *Only who was screened and when.  The rest of BMICALCULATOR's
      *history line is left undescribed on purpose.
       FD BMIHISTORY.
       01 HISTORYRECORD.
            88 ENDOFHISTORY         VALUE HIGH-VALUES.
            04 BH-EMPLOYEEID        PIC 9(7).
            04 BH-RUN-DATE          PIC 9(8).
            04 FILLER               PIC X(20).

       FD DEDUCTMASTER.
       01 DEDUCTRECORD.
            88 ENDOFDEDUCT          VALUE HIGH-VALUES.
            04 DM-EMPLOYEEID        PIC 9(7).
            04 DM-DEDUCTION OCCURS 3 TIMES.
               05 DM-DEDUCT-CODE    PIC X(4).
               05 DM-DEDUCT-TYPE    PIC X.
               05 DM-DEDUCT-VALUE   PIC 9(4)V99.
            04 DM-FILING-STATUS     PIC X.
            04 DM-ALLOWANCES        PIC 9(2).

       FD CREDITFILE.
           COPY WELLCRED.
      *(WELLNESS-CREDIT-RECORD, from copybooks/WELLCRED.CPY)

       FD CREDITREPORT.
       01 CREDITREPORTLINE         PIC X(132).

       FD FOLLOWUPREPORT.
       01 FOLLOWUPREPORTLINE       PIC X(132).

       FD RUNDATEFILE.
       01 RUNDATERECORD.
            02 RD-PROCESSING-DATE   PIC 9(8).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY       PIC X(2).
           05  WS-PLAN-CHECK-KEY    PIC X(2).
           05  WS-HISTORY-CHECK-KEY PIC X(2).
           05  WS-DEDUCT-CHECK-KEY  PIC X(2).
           05  WS-RUNDATE-CHECK-KEY PIC X(2).
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR          PIC 9(4).
           05  WS-RUN-MMDD          PIC 9(4).

      *The plan year the processing date falls in: it starts on
      *the control's month and day this year, or last year if that
      *day has not come round yet, and ends the day before the
      *next start.
       01  WS-PLAN-TERMS.
           05  WS-HEALTH-CODE       PIC X(4).
           05  WS-CREDIT-AMOUNT     PIC 9(4)V99.
           05  WS-PLAN-START        PIC 9(8).
           05  WS-PLAN-START-PARTS REDEFINES WS-PLAN-START.
               10  WS-PLAN-START-YEAR PIC 9(4).
               10  WS-PLAN-START-MMDD PIC 9(4).
           05  WS-NEXT-PLAN-START   PIC 9(8).
           05  WS-NEXT-START-PARTS REDEFINES WS-NEXT-PLAN-START.
               10  WS-NEXT-START-YEAR PIC 9(4).
               10  WS-NEXT-START-MMDD PIC 9(4).
           05  WS-PLAN-END          PIC 9(8).

      *Each employee screened in the plan year so far, with the
      *latest screening date on file.
       01  WS-SCREENED-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-SCREENED-TABLE.
           05  WS-SCREENED-ENTRY OCCURS 2000 TIMES
                   INDEXED BY SCR-IDX.
               10  WS-SCR-EMPLOYEEID PIC 9(7) VALUE ZERO.
               10  WS-SCR-DATE       PIC 9(8) VALUE ZERO.

       01  WS-SLOT-IDX              PIC 9.
       01  WS-HEALTH-FLAG           PIC X.
           88  HAS-HEALTH-DEDUCTION VALUE "Y".

       01  WS-WELLNESS-COUNTS.
           05  WS-HISTORY-READ      PIC 9(7) VALUE ZERO.
           05  WS-ELIGIBLE-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-CREDIT-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-FOLLOWUP-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-TERMINATED-COUNT  PIC 9(5) VALUE ZERO.
           05  WS-NOT-ON-FILE-COUNT PIC 9(5) VALUE ZERO.

       01  HEADING-LINE1.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  HL1-TITLE            PIC X(35).
           05  HL1-RUN-DATE         PIC 9(8).

       01  HEADING-LINE2.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FILLER               PIC X(11) VALUE "PLAN YEAR ".
           05  HL2-PLAN-START       PIC 9(8).
           05  FILLER               PIC X(4)  VALUE " TO ".
           05  HL2-PLAN-END         PIC 9(8).
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FILLER               PIC X(10) VALUE "DEDUCTION ".
           05  HL2-HEALTH-CODE      PIC X(4).

       01  HEADING-LINE3.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FILLER               PIC X(9)  VALUE "EMPLOYEE".
           05  FILLER               PIC X(12) VALUE "LAST NAME".
           05  FILLER               PIC X(12) VALUE "FIRST NAME".
           05  FILLER               PIC X(32) VALUE "DEPARTMENT".
           05  HL3-LAST-COLUMN      PIC X(24).

       01  WELLNESS-DETAIL-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  DL-EMPLOYEEID        PIC 9(7).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-LASTNAME          PIC X(10).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-FIRSTNAME         PIC X(10).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-DEPARTMENT        PIC X(30).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-DATE              PIC 9(8).
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  DL-CREDIT-AMOUNT     PIC Z,ZZ9.99 BLANK WHEN ZERO.

       01  NONE-FOUND-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FILLER               PIC X(10) VALUE "NONE FOUND".

       01  FOOTING-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FL-LABEL             PIC X(30).
           05  FL-COUNT             PIC Z,ZZZ,ZZ9.

       01  WS-FILES-OPEN-FLAG       PIC X VALUE "N".
           88  FILES-ARE-OPEN       VALUE "Y".

       PROCEDURE DIVISION.

       0100-GRANT-CREDITS.
           PERFORM 0045-GET-PROCESSING-DATE.
           PERFORM 0050-LOAD-PLAN-TERMS THRU 0050-END.
           PERFORM 0200-LOAD-SCREENINGS THRU 0200-END.

           OPEN INPUT DEDUCTMASTER.
           IF WS-DEDUCT-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status: ",
                      WS-DEDUCT-CHECK-KEY, " on DEDUCTMASTER.DAT"
              MOVE 8 TO RETURN-CODE
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN INPUT EMPLOYEEFILE.
           IF FILE-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status: ",
                      FILE-CHECK-KEY, " on EMPFILE.DAT"
              MOVE 8 TO RETURN-CODE
              CLOSE DEDUCTMASTER
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN OUTPUT CREDITFILE.
           OPEN OUTPUT CREDITREPORT.
           OPEN OUTPUT FOLLOWUPREPORT.
           SET FILES-ARE-OPEN TO TRUE.
           PERFORM 0400-WRITE-HEADINGS.

           PERFORM 0110-READ-DEDUCTIONS.
           PERFORM 0300-CHECK-ONE-MASTER
               UNTIL ENDOFDEDUCT.

           PERFORM 0500-WRITE-FOOTINGS.
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

      *The plan control is not optional: without it there is no
      *telling which deduction to credit, or by how much.
       0050-LOAD-PLAN-TERMS.
           OPEN INPUT PLANFILE.
           IF WS-PLAN-CHECK-KEY NOT = "00"
               DISPLAY "Non-zero file status: ",
                       WS-PLAN-CHECK-KEY, " on WELLNESSPLAN.DAT"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-END-PROGRAM
           END-IF.
           READ PLANFILE
               AT END
                   MOVE SPACES TO PLANRECORD
           END-READ.
           CLOSE PLANFILE.
           IF WP-DEDUCT-CODE = SPACES
              OR WP-YEAR-START-MMDD NOT NUMERIC
              OR WP-CREDIT-AMOUNT NOT NUMERIC
               DISPLAY "WELLNESSPLAN.DAT: no usable plan line"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-END-PROGRAM
           END-IF.
           MOVE WP-DEDUCT-CODE TO WS-HEALTH-CODE.
           MOVE WP-CREDIT-AMOUNT TO WS-CREDIT-AMOUNT.
           MOVE WP-YEAR-START-MMDD TO WS-PLAN-START-MMDD.
           IF WS-RUN-MMDD < WP-YEAR-START-MMDD
               COMPUTE WS-PLAN-START-YEAR = WS-RUN-YEAR - 1
           ELSE
               MOVE WS-RUN-YEAR TO WS-PLAN-START-YEAR
           END-IF.
           MOVE WP-YEAR-START-MMDD TO WS-NEXT-START-MMDD.
           COMPUTE WS-NEXT-START-YEAR = WS-PLAN-START-YEAR + 1.
           COMPUTE WS-PLAN-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-PLAN-START) - 1).
       0050-END.

      *A missing BMIHISTORY.DAT is nobody screened yet: every
      *eligible employee lands on the follow-up list.
       0200-LOAD-SCREENINGS.
           OPEN INPUT BMIHISTORY.
           IF WS-HISTORY-CHECK-KEY NOT = "00"
               DISPLAY "No BMIHISTORY.DAT on file, no screenings "
                       "counted"
               GO TO 0200-END
           END-IF.
           PERFORM 0210-LOAD-ONE-SCREENING UNTIL ENDOFHISTORY.
           CLOSE BMIHISTORY.
       0200-END.

       0210-LOAD-ONE-SCREENING.
           READ BMIHISTORY
               AT END SET ENDOFHISTORY TO TRUE
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ
                   IF HISTORYRECORD NOT = SPACES
                      AND BH-EMPLOYEEID NUMERIC
                      AND BH-RUN-DATE NUMERIC
                      AND BH-RUN-DATE NOT < WS-PLAN-START
                      AND BH-RUN-DATE NOT > WS-RUN-DATE
                       PERFORM 0220-FILE-ONE-SCREENING
                   END-IF
           END-READ.
       0210-END.

      *One entry per employee; a second screening in the same plan
      *year just moves the date on.
       0220-FILE-ONE-SCREENING.
           SET SCR-IDX TO 1.
           SEARCH WS-SCREENED-ENTRY
               AT END
                   PERFORM 0225-ADD-ONE-SCREENING
               WHEN SCR-IDX > WS-SCREENED-COUNT
                   PERFORM 0225-ADD-ONE-SCREENING
               WHEN WS-SCR-EMPLOYEEID(SCR-IDX) = BH-EMPLOYEEID
                   IF BH-RUN-DATE > WS-SCR-DATE(SCR-IDX)
                       MOVE BH-RUN-DATE TO WS-SCR-DATE(SCR-IDX)
                   END-IF
           END-SEARCH.
       0220-END.

       0225-ADD-ONE-SCREENING.
           IF WS-SCREENED-COUNT < 2000
               ADD 1 TO WS-SCREENED-COUNT
               SET SCR-IDX TO WS-SCREENED-COUNT
               MOVE BH-EMPLOYEEID TO WS-SCR-EMPLOYEEID(SCR-IDX)
               MOVE BH-RUN-DATE TO WS-SCR-DATE(SCR-IDX)
           ELSE
               DISPLAY "Screening table full at 2000 entries, "
                       "not counting ", BH-EMPLOYEEID
           END-IF.
       0225-END.

       0110-READ-DEDUCTIONS.
           READ DEDUCTMASTER
               AT END SET ENDOFDEDUCT TO TRUE
           END-READ.
           IF NOT ENDOFDEDUCT AND DEDUCTRECORD = SPACES
               GO TO 0110-READ-DEDUCTIONS
           END-IF.
       0110-END.

      *Eligibility is carrying the health deduction while active.
      *A master whose employee is not on EMPFILE.DAT at all is
      *EMPINTEGRITY's business, not a credit.
       0300-CHECK-ONE-MASTER.
           PERFORM 0305-SETTLE-ONE-MASTER THRU 0305-END.
           PERFORM 0110-READ-DEDUCTIONS.
       0300-END.

       0305-SETTLE-ONE-MASTER.
           MOVE "N" TO WS-HEALTH-FLAG.
           PERFORM 0310-CHECK-ONE-SLOT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 3.
           IF NOT HAS-HEALTH-DEDUCTION
               GO TO 0305-END
           END-IF.
           MOVE DM-EMPLOYEEID TO EMPLOYEEID.
           READ EMPLOYEEFILE
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-FILE-COUNT
                   GO TO 0305-END
           END-READ.
           IF EMP-IS-TERMINATED
               ADD 1 TO WS-TERMINATED-COUNT
               GO TO 0305-END
           END-IF.
           ADD 1 TO WS-ELIGIBLE-COUNT.
           MOVE EMPLOYEEID TO DL-EMPLOYEEID.
           MOVE LASTNAME TO DL-LASTNAME.
           MOVE FIRSTNAME TO DL-FIRSTNAME.
           MOVE DEPARTMENT TO DL-DEPARTMENT.
           SET SCR-IDX TO 1.
           SEARCH WS-SCREENED-ENTRY
               AT END
                   PERFORM 0330-LIST-FOR-FOLLOWUP
               WHEN SCR-IDX > WS-SCREENED-COUNT
                   PERFORM 0330-LIST-FOR-FOLLOWUP
               WHEN WS-SCR-EMPLOYEEID(SCR-IDX) = DM-EMPLOYEEID
                   PERFORM 0320-GRANT-ONE-CREDIT
           END-SEARCH.
       0305-END.

       0310-CHECK-ONE-SLOT.
           IF DM-DEDUCT-CODE(WS-SLOT-IDX) = WS-HEALTH-CODE
               SET HAS-HEALTH-DEDUCTION TO TRUE
           END-IF.
       0310-END.

       0320-GRANT-ONE-CREDIT.
           MOVE SPACES TO WELLNESS-CREDIT-RECORD.
           MOVE DM-EMPLOYEEID TO WC-EMPLOYEEID.
           MOVE WS-HEALTH-CODE TO WC-DEDUCT-CODE.
           MOVE WS-PLAN-START TO WC-PLAN-START.
           MOVE WS-PLAN-END TO WC-PLAN-END.
           MOVE WS-SCR-DATE(SCR-IDX) TO WC-SCREENING-DATE.
           MOVE WS-CREDIT-AMOUNT TO WC-CREDIT-AMOUNT.
           WRITE WELLNESS-CREDIT-RECORD.
           MOVE WS-SCR-DATE(SCR-IDX) TO DL-DATE.
           MOVE WS-CREDIT-AMOUNT TO DL-CREDIT-AMOUNT.
           WRITE CREDITREPORTLINE FROM WELLNESS-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-CREDIT-COUNT.
       0320-END.

      *The start date is there so HR can tell a new hire who has
      *not had the chance yet from someone who has let it slide.
       0330-LIST-FOR-FOLLOWUP.
           MOVE STARTDATE TO DL-DATE.
           MOVE ZERO TO DL-CREDIT-AMOUNT.
           WRITE FOLLOWUPREPORTLINE FROM WELLNESS-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-FOLLOWUP-COUNT.
       0330-END.

       0400-WRITE-HEADINGS.
           MOVE WS-RUN-DATE TO HL1-RUN-DATE.
           MOVE WS-PLAN-START TO HL2-PLAN-START.
           MOVE WS-PLAN-END TO HL2-PLAN-END.
           MOVE WS-HEALTH-CODE TO HL2-HEALTH-CODE.
           MOVE "WELLNESS PREMIUM CREDITS" TO HL1-TITLE.
           MOVE "SCREENED    CREDIT/CYCLE" TO HL3-LAST-COLUMN.
           WRITE CREDITREPORTLINE FROM HEADING-LINE1
              AFTER ADVANCING PAGE.
           WRITE CREDITREPORTLINE FROM HEADING-LINE2
              AFTER ADVANCING 1 LINE.
           WRITE CREDITREPORTLINE FROM HEADING-LINE3
              AFTER ADVANCING 2 LINES.
           MOVE "WELLNESS SCREENING FOLLOW-UP" TO HL1-TITLE.
           MOVE "STARTED" TO HL3-LAST-COLUMN.
           WRITE FOLLOWUPREPORTLINE FROM HEADING-LINE1
              AFTER ADVANCING PAGE.
           WRITE FOLLOWUPREPORTLINE FROM HEADING-LINE2
              AFTER ADVANCING 1 LINE.
           WRITE FOLLOWUPREPORTLINE FROM HEADING-LINE3
              AFTER ADVANCING 2 LINES.
       0400-END.

       0500-WRITE-FOOTINGS.
           IF WS-CREDIT-COUNT = ZERO
               WRITE CREDITREPORTLINE FROM NONE-FOUND-LINE
                  AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-FOLLOWUP-COUNT = ZERO
               WRITE FOLLOWUPREPORTLINE FROM NONE-FOUND-LINE
                  AFTER ADVANCING 1 LINE
           END-IF.
           MOVE "ELIGIBLE EMPLOYEES" TO FL-LABEL.
           MOVE WS-ELIGIBLE-COUNT TO FL-COUNT.
           WRITE CREDITREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 2 LINES.
           MOVE "CREDITS GRANTED" TO FL-LABEL.
           MOVE WS-CREDIT-COUNT TO FL-COUNT.
           WRITE CREDITREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 1 LINE.
           MOVE "NO SCREENING ON FILE" TO FL-LABEL.
           MOVE WS-FOLLOWUP-COUNT TO FL-COUNT.
           WRITE CREDITREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 1 LINE.
           MOVE "ELIGIBLE EMPLOYEES" TO FL-LABEL.
           MOVE WS-ELIGIBLE-COUNT TO FL-COUNT.
           WRITE FOLLOWUPREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 2 LINES.
           MOVE "NO SCREENING ON FILE" TO FL-LABEL.
           MOVE WS-FOLLOWUP-COUNT TO FL-COUNT.
           WRITE FOLLOWUPREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 1 LINE.
       0500-END.

       9000-END-PROGRAM.
           IF FILES-ARE-OPEN
               CLOSE DEDUCTMASTER, EMPLOYEEFILE, CREDITFILE,
                   CREDITREPORT, FOLLOWUPREPORT
           END-IF.
           DISPLAY "BMI history lines read:        ",
               WS-HISTORY-READ.
           DISPLAY "Employees screened this year:  ",
               WS-SCREENED-COUNT.
           DISPLAY "Eligible for the credit:       ",
               WS-ELIGIBLE-COUNT.
           DISPLAY "Credits granted:               ",
               WS-CREDIT-COUNT.
           DISPLAY "No screening, HR follow-up:    ",
               WS-FOLLOWUP-COUNT.
           DISPLAY "Health deduction, terminated:  ",
               WS-TERMINATED-COUNT.
           DISPLAY "Health deduction, no employee: ",
               WS-NOT-ON-FILE-COUNT.
           STOP RUN.

          END PROGRAM WELLCREDIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADEREPORT.

      *Pay grade compa-ratio report.  Every active employee on
      *EMPFILE.DAT is set against the range of their grade on
      *PAYGRADES.DAT: the compa-ratio is the employee's rate over
      *the grade midpoint (1.000 is right on the midpoint), and
      *anyone paid below the grade minimum or above the grade
      *maximum is flagged on the line.  Salaried staff are measured
      *on their hourly equivalent, salary over the standard 2080-
      *hour year, the same figure the COLA run's equity report
      *uses.  The listing closes with the average compa-ratio by
      *department and by GENDER, so HR can see whether any group is
      *paid consistently lower in its ranges than the rest.
      *Ungraded employees, and any whose grade is missing from the
      *table, are listed with a note but left out of the averages.
      *Read-only: nothing on the master is changed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEEFILE ASSIGN TO "EMPFILE.DAT"
           FILE STATUS IS FILE-CHECK-KEY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPLOYEEID
           ALTERNATE RECORD KEY IS STARTDATE WITH DUPLICATES.

      *The pay grade structure: one line per grade with the minimum,
      *midpoint, and maximum hourly rate of its range.
       SELECT PAYGRADEFILE ASSIGN TO "PAYGRADES.DAT"
           FILE STATUS IS WS-GRADE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT GRADEREPORTFILE ASSIGN TO "GRADEREPORT.LPT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Site processing-date control file, for the report date.  A
      *missing file falls back to the system clock.
       SELECT RUNDATEFILE ASSIGN TO "RUNDATE.DAT"
           FILE STATUS IS WS-RUNDATE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEEFILE.
       01 EMPDETAILS.
            88 ENDOFEMPLOYEES       VALUE HIGH-VALUES.
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
      *Termination is a status change, not a physical delete: "T"
      *plus the termination date keeps leavers visible to YTD,
      *inquiries, and year-end until the retention rule allows a
      *true purge.  Space or "A" means active.
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

       FD GRADEREPORTFILE.
       01 GRADEREPORTLINE          PIC X(132).

       FD RUNDATEFILE.
       01 RUNDATERECORD.
            02 RD-PROCESSING-DATE   PIC 9(8).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY       PIC X(2).
           05  WS-GRADE-CHECK-KEY   PIC X(2).
           05  WS-RUNDATE-CHECK-KEY PIC X(2).
       01  WS-RUN-DATE              PIC 9(8).

      *The grade table.  A line with a zero or non-numeric midpoint
      *would make every compa-ratio in the grade meaningless, so it
      *is refused at load and its employees show as not on file.
       01  WS-GRADE-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-GRADE-TABLE.
           05  WS-GRADE-ENTRY OCCURS 50 TIMES
                   INDEXED BY GRADE-IDX.
               10  WS-GRADE-CODE    PIC X(4) VALUE SPACES.
               10  WS-GRADE-MINIMUM PIC 9(4)V99 VALUE ZERO.
               10  WS-GRADE-MIDPOINT PIC 9(4)V99 VALUE ZERO.
               10  WS-GRADE-MAXIMUM PIC 9(4)V99 VALUE ZERO.
       01  WS-GRADE-FOUND-FLAG      PIC X VALUE "N".
           88  GRADE-IS-KNOWN       VALUE "Y".

      *Compa-ratio accumulators by department, in the order the
      *departments are first met on the master.
       01  WS-DEPT-COUNT            PIC 9(2) VALUE ZERO.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 50 TIMES
                   INDEXED BY DEPT-IDX.
               10  WS-DEPT-NAME     PIC X(30) VALUE SPACES.
               10  WS-DEPT-HEADCOUNT PIC 9(5) VALUE ZERO.
               10  WS-DEPT-COMPA-TOTAL PIC 9(7)V999 VALUE ZERO.
               10  WS-DEPT-BELOW-COUNT PIC 9(5) VALUE ZERO.
               10  WS-DEPT-ABOVE-COUNT PIC 9(5) VALUE ZERO.
       01  WS-DEPT-FOUND-FLAG       PIC X VALUE "N".
           88  DEPT-IS-KNOWN        VALUE "Y".

      *The same accumulators by GENDER: male, female, and everyone
      *else, as the COLA run's equity report splits them.
       01  WS-GENDER-TABLE.
           05  WS-GENDER-ENTRY OCCURS 3 TIMES
                   INDEXED BY GENDER-IDX.
               10  WS-GENDER-NAME   PIC X(30) VALUE SPACES.
               10  WS-GENDER-HEADCOUNT PIC 9(5) VALUE ZERO.
               10  WS-GENDER-COMPA-TOTAL PIC 9(7)V999 VALUE ZERO.
               10  WS-GENDER-BELOW-COUNT PIC 9(5) VALUE ZERO.
               10  WS-GENDER-ABOVE-COUNT PIC 9(5) VALUE ZERO.

      *Salaried staff are measured on their hourly equivalent.
       01  WS-STANDARD-ANNUAL-HOURS PIC 9(4) VALUE 2080.
       01  WS-COMPARE-FIELDS.
           05  WS-COMPARE-RATE      PIC 9(5)V99.
           05  WS-COMPA-RATIO       PIC 9(3)V999.
       01  WS-RANGE-FLAG            PIC X VALUE SPACE.
           88  RATE-BELOW-MINIMUM   VALUE "B".
           88  RATE-ABOVE-MAXIMUM   VALUE "A".
           88  RATE-WITHIN-RANGE    VALUE SPACE.

       01  WS-GRADE-REPORT-COUNTS.
           05  WS-READ-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-TERMINATED-COUNT  PIC 9(5) VALUE ZERO.
           05  WS-GRADED-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-UNGRADED-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-UNKNOWN-GRADE-COUNT PIC 9(5) VALUE ZERO.
           05  WS-BELOW-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-ABOVE-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-ALL-COMPA-TOTAL       PIC 9(7)V999 VALUE ZERO.

       01  HEADING-LINE1.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FILLER               PIC X(35)
                   VALUE "PAY GRADE COMPA-RATIO REPORT".
           05  HL1-RUN-DATE         PIC 9(8).

       01  HEADING-LINE2.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FILLER               PIC X(9)  VALUE "EMPLOYEE".
           05  FILLER               PIC X(12) VALUE "LAST NAME".
           05  FILLER               PIC X(22) VALUE "DEPARTMENT".
           05  FILLER               PIC X(3)  VALUE "G".
           05  FILLER               PIC X(6)  VALUE "GRADE".
           05  FILLER               PIC X(2)  VALUE "PT".
           05  FILLER               PIC X(10) VALUE "     RATE".
           05  FILLER               PIC X(10) VALUE "  MINIMUM".
           05  FILLER               PIC X(10) VALUE " MIDPOINT".
           05  FILLER               PIC X(11) VALUE "  MAXIMUM".
           05  FILLER               PIC X(8)  VALUE "  COMPA".
           05  FILLER               PIC X(4)  VALUE "NOTE".

       01  GRADE-DETAIL-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  DL-EMPLOYEEID        PIC 9(7).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-LASTNAME          PIC X(10).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-DEPARTMENT        PIC X(20).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-GENDER            PIC X.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-GRADE             PIC X(4).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-PAY-TYPE          PIC X.
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  DL-RATE              PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  DL-MINIMUM           PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  DL-MIDPOINT          PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  DL-MAXIMUM           PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-COMPA-RATIO       PIC ZZ9.999 BLANK WHEN ZERO.
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  DL-NOTE              PIC X(20).

       01  SUMMARY-HEADING-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  SH-GROUP-TITLE       PIC X(31).
           05  FILLER               PIC X(6)  VALUE " COUNT".
           05  FILLER               PIC X(11) VALUE "  AVG COMPA".
           05  FILLER               PIC X(8)  VALUE "   BELOW".
           05  FILLER               PIC X(8)  VALUE "   ABOVE".

       01  SUMMARY-DETAIL-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  SL-GROUP             PIC X(30).
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  SL-HEADCOUNT         PIC ZZ,ZZ9.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  SL-AVG-COMPA         PIC ZZ9.999.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  SL-BELOW             PIC ZZ,ZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  SL-ABOVE             PIC ZZ,ZZ9.

       01  FOOTING-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FL-LABEL             PIC X(30).
           05  FL-COUNT             PIC ZZ,ZZ9.

       01  WS-FILES-OPEN-FLAG       PIC X VALUE "N".
           88  FILES-ARE-OPEN       VALUE "Y".

       PROCEDURE DIVISION.

       0100-REPORT-GRADES.
           PERFORM 0045-GET-PROCESSING-DATE.
           PERFORM 0050-LOAD-PAY-GRADES.
           OPEN INPUT EMPLOYEEFILE.
           IF FILE-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status: ",
                      FILE-CHECK-KEY
              MOVE 8 TO RETURN-CODE
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN OUTPUT GRADEREPORTFILE.
           SET FILES-ARE-OPEN TO TRUE.
           MOVE "MALE" TO WS-GENDER-NAME(1).
           MOVE "FEMALE" TO WS-GENDER-NAME(2).
           MOVE "OTHER" TO WS-GENDER-NAME(3).

           MOVE WS-RUN-DATE TO HL1-RUN-DATE.
           WRITE GRADEREPORTLINE FROM HEADING-LINE1
              AFTER ADVANCING PAGE.
           WRITE GRADEREPORTLINE FROM HEADING-LINE2
              AFTER ADVANCING 2 LINES.
           MOVE SPACES TO GRADEREPORTLINE.
           WRITE GRADEREPORTLINE AFTER ADVANCING 1 LINE.

           PERFORM 0110-READ-EMPLOYEE.
           PERFORM 0200-REPORT-ONE-EMPLOYEE UNTIL ENDOFEMPLOYEES.

           PERFORM 0300-WRITE-SUMMARIES.
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

       0050-LOAD-PAY-GRADES.
           OPEN INPUT PAYGRADEFILE.
           IF WS-GRADE-CHECK-KEY NOT = "00"
               DISPLAY "Non-zero file status: ",
                       WS-GRADE-CHECK-KEY, " on PAYGRADES.DAT"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0055-LOAD-ONE-GRADE UNTIL ENDOFGRADES.
           CLOSE PAYGRADEFILE.
       0050-END.

       0055-LOAD-ONE-GRADE.
           READ PAYGRADEFILE
               AT END SET ENDOFGRADES TO TRUE
               NOT AT END
                   IF PAYGRADERECORD NOT = SPACES
                       IF PG-MIDPOINT NOT NUMERIC
                          OR PG-MIDPOINT = ZERO
                           DISPLAY "PAYGRADES.DAT: no midpoint for "
                                   "grade ", PG-GRADE, ", ignored"
                       ELSE IF WS-GRADE-COUNT < 50
                           ADD 1 TO WS-GRADE-COUNT
                           SET GRADE-IDX TO WS-GRADE-COUNT
                           MOVE PG-GRADE
                               TO WS-GRADE-CODE(GRADE-IDX)
                           MOVE PG-MINIMUM
                               TO WS-GRADE-MINIMUM(GRADE-IDX)
                           MOVE PG-MIDPOINT
                               TO WS-GRADE-MIDPOINT(GRADE-IDX)
                           MOVE PG-MAXIMUM
                               TO WS-GRADE-MAXIMUM(GRADE-IDX)
                       ELSE
                           DISPLAY "PAYGRADES.DAT: table full at "
                                   "50 entries, ignoring ", PG-GRADE
                       END-IF END-IF
                   END-IF
           END-READ.
       0055-END.

       0110-READ-EMPLOYEE.
           READ EMPLOYEEFILE NEXT RECORD
               AT END SET ENDOFEMPLOYEES TO TRUE
           END-READ.
       0110-END.

      *Leavers are counted and passed over.  Everyone else gets a
      *line; only a graded employee with a grade on the table is
      *measured and carried into the averages.
       0200-REPORT-ONE-EMPLOYEE.
           ADD 1 TO WS-READ-COUNT.
           IF EMP-IS-TERMINATED
               ADD 1 TO WS-TERMINATED-COUNT
           ELSE
               PERFORM 0210-WRITE-EMPLOYEE-LINE
           END-IF.
           PERFORM 0110-READ-EMPLOYEE.
       0200-END.

       0210-WRITE-EMPLOYEE-LINE.
           MOVE SPACES TO GRADE-DETAIL-LINE.
           MOVE ZERO TO DL-MINIMUM, DL-MIDPOINT, DL-MAXIMUM,
               DL-COMPA-RATIO.
           MOVE EMPLOYEEID TO DL-EMPLOYEEID.
           MOVE LASTNAME TO DL-LASTNAME.
           MOVE DEPARTMENT TO DL-DEPARTMENT.
           MOVE GENDER TO DL-GENDER.
           MOVE EMP-PAY-GRADE TO DL-GRADE.
           IF EMP-IS-SALARIED
               MOVE "S" TO DL-PAY-TYPE
               COMPUTE WS-COMPARE-RATE ROUNDED =
                   EMP-ANNUAL-SALARY / WS-STANDARD-ANNUAL-HOURS
           ELSE
               MOVE "H" TO DL-PAY-TYPE
               MOVE HOURLYRATE TO WS-COMPARE-RATE
           END-IF.
           MOVE WS-COMPARE-RATE TO DL-RATE.
           PERFORM 0220-FIND-PAY-GRADE.
           IF EMP-PAY-GRADE = SPACES
               MOVE "NOT GRADED" TO DL-NOTE
               ADD 1 TO WS-UNGRADED-COUNT
           ELSE IF NOT GRADE-IS-KNOWN
               MOVE "GRADE NOT ON FILE" TO DL-NOTE
               ADD 1 TO WS-UNKNOWN-GRADE-COUNT
           ELSE
               PERFORM 0230-MEASURE-AGAINST-RANGE
           END-IF END-IF.
           WRITE GRADEREPORTLINE FROM GRADE-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
       0210-END.

       0220-FIND-PAY-GRADE.
           MOVE "N" TO WS-GRADE-FOUND-FLAG.
           IF EMP-PAY-GRADE NOT = SPACES
               SET GRADE-IDX TO 1
               SEARCH WS-GRADE-ENTRY
                   AT END
                       CONTINUE
                   WHEN GRADE-IDX > WS-GRADE-COUNT
                       CONTINUE
                   WHEN WS-GRADE-CODE(GRADE-IDX) = EMP-PAY-GRADE
                       SET GRADE-IS-KNOWN TO TRUE
               END-SEARCH
           END-IF.
       0220-END.

      *GRADE-IDX is left on the employee's grade by 0220.
       0230-MEASURE-AGAINST-RANGE.
           ADD 1 TO WS-GRADED-COUNT.
           MOVE WS-GRADE-MINIMUM(GRADE-IDX) TO DL-MINIMUM.
           MOVE WS-GRADE-MIDPOINT(GRADE-IDX) TO DL-MIDPOINT.
           MOVE WS-GRADE-MAXIMUM(GRADE-IDX) TO DL-MAXIMUM.
           COMPUTE WS-COMPA-RATIO ROUNDED =
               WS-COMPARE-RATE / WS-GRADE-MIDPOINT(GRADE-IDX).
           MOVE WS-COMPA-RATIO TO DL-COMPA-RATIO.
           ADD WS-COMPA-RATIO TO WS-ALL-COMPA-TOTAL.
           MOVE SPACE TO WS-RANGE-FLAG.
           IF WS-COMPARE-RATE < WS-GRADE-MINIMUM(GRADE-IDX)
               SET RATE-BELOW-MINIMUM TO TRUE
               MOVE "BELOW MINIMUM" TO DL-NOTE
               ADD 1 TO WS-BELOW-COUNT
           ELSE IF WS-COMPARE-RATE > WS-GRADE-MAXIMUM(GRADE-IDX)
               SET RATE-ABOVE-MAXIMUM TO TRUE
               MOVE "ABOVE MAXIMUM" TO DL-NOTE
               ADD 1 TO WS-ABOVE-COUNT
           END-IF END-IF.
           PERFORM 0240-ACCUMULATE-DEPARTMENT.
           PERFORM 0250-ACCUMULATE-GENDER.
       0230-END.

       0240-ACCUMULATE-DEPARTMENT.
           MOVE "N" TO WS-DEPT-FOUND-FLAG.
           SET DEPT-IDX TO 1.
           SEARCH WS-DEPT-ENTRY
               AT END
                   CONTINUE
               WHEN DEPT-IDX > WS-DEPT-COUNT
                   CONTINUE
               WHEN WS-DEPT-NAME(DEPT-IDX) = DEPARTMENT
                   SET DEPT-IS-KNOWN TO TRUE
           END-SEARCH.
           IF NOT DEPT-IS-KNOWN
               IF WS-DEPT-COUNT < 50
                   ADD 1 TO WS-DEPT-COUNT
                   SET DEPT-IDX TO WS-DEPT-COUNT
                   MOVE DEPARTMENT TO WS-DEPT-NAME(DEPT-IDX)
                   SET DEPT-IS-KNOWN TO TRUE
               ELSE
                   DISPLAY "Department table full at 50 entries, "
                           "not averaged: ", DEPARTMENT
               END-IF
           END-IF.
           IF DEPT-IS-KNOWN
               ADD 1 TO WS-DEPT-HEADCOUNT(DEPT-IDX)
               ADD WS-COMPA-RATIO TO WS-DEPT-COMPA-TOTAL(DEPT-IDX)
               IF RATE-BELOW-MINIMUM
                   ADD 1 TO WS-DEPT-BELOW-COUNT(DEPT-IDX)
               END-IF
               IF RATE-ABOVE-MAXIMUM
                   ADD 1 TO WS-DEPT-ABOVE-COUNT(DEPT-IDX)
               END-IF
           END-IF.
       0240-END.

       0250-ACCUMULATE-GENDER.
           EVALUATE GENDER
               WHEN "M"
                   SET GENDER-IDX TO 1
               WHEN "F"
                   SET GENDER-IDX TO 2
               WHEN OTHER
                   SET GENDER-IDX TO 3
           END-EVALUATE.
           ADD 1 TO WS-GENDER-HEADCOUNT(GENDER-IDX).
           ADD WS-COMPA-RATIO TO WS-GENDER-COMPA-TOTAL(GENDER-IDX).
           IF RATE-BELOW-MINIMUM
               ADD 1 TO WS-GENDER-BELOW-COUNT(GENDER-IDX)
           END-IF.
           IF RATE-ABOVE-MAXIMUM
               ADD 1 TO WS-GENDER-ABOVE-COUNT(GENDER-IDX)
           END-IF.
       0250-END.

      *The two average sections, an all-employee line, then the
      *run counts.
       0300-WRITE-SUMMARIES.
           MOVE "DEPARTMENT" TO SH-GROUP-TITLE.
           WRITE GRADEREPORTLINE FROM SUMMARY-HEADING-LINE
              AFTER ADVANCING 3 LINES.
           MOVE SPACES TO GRADEREPORTLINE.
           WRITE GRADEREPORTLINE AFTER ADVANCING 1 LINE.
           PERFORM 0310-WRITE-ONE-DEPARTMENT
               VARYING DEPT-IDX FROM 1 BY 1
               UNTIL DEPT-IDX > WS-DEPT-COUNT.

           MOVE "GENDER" TO SH-GROUP-TITLE.
           WRITE GRADEREPORTLINE FROM SUMMARY-HEADING-LINE
              AFTER ADVANCING 3 LINES.
           MOVE SPACES TO GRADEREPORTLINE.
           WRITE GRADEREPORTLINE AFTER ADVANCING 1 LINE.
           PERFORM 0320-WRITE-ONE-GENDER
               VARYING GENDER-IDX FROM 1 BY 1
               UNTIL GENDER-IDX > 3.

           MOVE SPACES TO SUMMARY-DETAIL-LINE.
           MOVE "ALL GRADED EMPLOYEES" TO SL-GROUP.
           MOVE WS-GRADED-COUNT TO SL-HEADCOUNT.
           IF WS-GRADED-COUNT > ZERO
               COMPUTE SL-AVG-COMPA ROUNDED =
                   WS-ALL-COMPA-TOTAL / WS-GRADED-COUNT
           ELSE
               MOVE ZERO TO SL-AVG-COMPA
           END-IF.
           MOVE WS-BELOW-COUNT TO SL-BELOW.
           MOVE WS-ABOVE-COUNT TO SL-ABOVE.
           WRITE GRADEREPORTLINE FROM SUMMARY-DETAIL-LINE
              AFTER ADVANCING 2 LINES.

           MOVE "EMPLOYEES READ:" TO FL-LABEL.
           MOVE WS-READ-COUNT TO FL-COUNT.
           WRITE GRADEREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 3 LINES.
           MOVE "TERMINATED, NOT LISTED:" TO FL-LABEL.
           MOVE WS-TERMINATED-COUNT TO FL-COUNT.
           WRITE GRADEREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 1 LINE.
           MOVE "MEASURED AGAINST GRADE:" TO FL-LABEL.
           MOVE WS-GRADED-COUNT TO FL-COUNT.
           WRITE GRADEREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 1 LINE.
           MOVE "NOT GRADED:" TO FL-LABEL.
           MOVE WS-UNGRADED-COUNT TO FL-COUNT.
           WRITE GRADEREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 1 LINE.
           MOVE "GRADE NOT ON FILE:" TO FL-LABEL.
           MOVE WS-UNKNOWN-GRADE-COUNT TO FL-COUNT.
           WRITE GRADEREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 1 LINE.
           MOVE "BELOW GRADE MINIMUM:" TO FL-LABEL.
           MOVE WS-BELOW-COUNT TO FL-COUNT.
           WRITE GRADEREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 1 LINE.
           MOVE "ABOVE GRADE MAXIMUM:" TO FL-LABEL.
           MOVE WS-ABOVE-COUNT TO FL-COUNT.
           WRITE GRADEREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 1 LINE.
       0300-END.

       0310-WRITE-ONE-DEPARTMENT.
           MOVE SPACES TO SUMMARY-DETAIL-LINE.
           MOVE WS-DEPT-NAME(DEPT-IDX) TO SL-GROUP.
           MOVE WS-DEPT-HEADCOUNT(DEPT-IDX) TO SL-HEADCOUNT.
           COMPUTE SL-AVG-COMPA ROUNDED =
               WS-DEPT-COMPA-TOTAL(DEPT-IDX)
                   / WS-DEPT-HEADCOUNT(DEPT-IDX).
           MOVE WS-DEPT-BELOW-COUNT(DEPT-IDX) TO SL-BELOW.
           MOVE WS-DEPT-ABOVE-COUNT(DEPT-IDX) TO SL-ABOVE.
           WRITE GRADEREPORTLINE FROM SUMMARY-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
       0310-END.

      *A gender with nobody measured is left off rather than shown
      *with an average of zero.
       0320-WRITE-ONE-GENDER.
           IF WS-GENDER-HEADCOUNT(GENDER-IDX) > ZERO
               MOVE SPACES TO SUMMARY-DETAIL-LINE
               MOVE WS-GENDER-NAME(GENDER-IDX) TO SL-GROUP
               MOVE WS-GENDER-HEADCOUNT(GENDER-IDX) TO SL-HEADCOUNT
               COMPUTE SL-AVG-COMPA ROUNDED =
                   WS-GENDER-COMPA-TOTAL(GENDER-IDX)
                       / WS-GENDER-HEADCOUNT(GENDER-IDX)
               MOVE WS-GENDER-BELOW-COUNT(GENDER-IDX) TO SL-BELOW
               MOVE WS-GENDER-ABOVE-COUNT(GENDER-IDX) TO SL-ABOVE
               WRITE GRADEREPORTLINE FROM SUMMARY-DETAIL-LINE
                  AFTER ADVANCING 1 LINE
           END-IF.
       0320-END.

       9000-END-PROGRAM.
           IF FILES-ARE-OPEN
               CLOSE EMPLOYEEFILE, GRADEREPORTFILE
           END-IF.
           DISPLAY "Employees read:            ", WS-READ-COUNT.
           DISPLAY "Measured against grade:    ", WS-GRADED-COUNT.
           DISPLAY "Not graded:                ", WS-UNGRADED-COUNT.
           DISPLAY "Grade not on file:         ",
               WS-UNKNOWN-GRADE-COUNT.
           DISPLAY "Below grade minimum:       ", WS-BELOW-COUNT.
           DISPLAY "Above grade maximum:       ", WS-ABOVE-COUNT.
           STOP RUN.

          END PROGRAM GRADEREPORT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TURNOVER.

      *Headcount movement and turnover by department and month.
      *EMPMAINTLOG.DAT only answers for the run that wrote it, so
      *the history is rebuilt from EMPJOURNAL.DAT instead: every
      *updater journals the record image around each change, and
      *set side by side in time order with the master's current
      *record those images give each employee's department through
      *time.  A WRITE is the day they joined -- EMPONBOARD's are
      *acquisition onboards dated when the merge ran, EMPMAINT's
      *are hires dated from STARTDATE -- a change of DEPARTMENT
      *between two images is a transfer on the day of the earlier
      *one, and a status of "T" leaves on EMP-TERM-DATE.  Anyone
      *on file from before the journal began counts from their
      *STARTDATE in the department of their oldest image.
      *
      *For each of the twelve months ending with the processing
      *month (or the YYYYMM on the command line) every department
      *gets its opening headcount, hires, acquisition onboards,
      *transfers in and out, terminations, and closing headcount,
      *with the turnover rate annualized on the month's average
      *headcount.  The twelve months are totalled, leavers are
      *broken down by tenure at exit from STARTDATE, and the whole
      *company follows the departments.  Read-only throughout.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEEFILE ASSIGN TO "EMPFILE.DAT"
           FILE STATUS IS FILE-CHECK-KEY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPLOYEEID
           ALTERNATE RECORD KEY IS STARTDATE WITH DUPLICATES.

      *The before-image trail every EMPFILE.DAT updater appends to.
      *Without it there is no movement to show beyond STARTDATE and
      *EMP-TERM-DATE, but the report still runs.
       SELECT JOURNALFILE ASSIGN TO "EMPJOURNAL.DAT"
           FILE STATUS IS WS-JOURNAL-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

      *Master and journal images side by side, for the sort.
       SELECT HISTORYFILE ASSIGN TO "TURNOVERHIST.TMP"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SORTWORK ASSIGN TO "TURNOVERWORK.TMP".

       SELECT SORTEDHISTORY ASSIGN TO "TURNOVERSORTED.TMP"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT TURNOVERREPORT ASSIGN TO "TURNOVER.LPT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Site processing-date control file, for the report month.  A
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

       FD JOURNALFILE.
       01 JOURNALRECORD.
            88 ENDOFJOURNAL         VALUE HIGH-VALUES.
            02 EJ-JOURNAL-DATE      PIC 9(8).
            02 EJ-JOURNAL-TIME      PIC 9(8).
            02 FILLER               PIC X(2).
            02 EJ-PROGRAM           PIC X(10).
            02 FILLER               PIC X(2).
            02 EJ-ACTION            PIC X.
            02 FILLER               PIC X(2).
            02 EJ-BEFORE-IMAGE.
               04 EJ-IMAGE-ID       PIC 9(7).
               04 FILLER            PIC X(153).
      *Who keyed and who approved a maker-checker maintenance
      *change; spaces for everything else.
            02 FILLER               PIC X(2).
            02 EJ-OPERATOR-ID       PIC X(8).
            02 FILLER               PIC X(2).
            02 EJ-APPROVER-ID       PIC X(8).

      *HR-ACTION is the journal's W, R, or D, or "M" for the
      *master's current record, which is dated past any journal
      *entry so it sorts last.  HR-SEQUENCE keeps journal entries
      *stamped in the same hundredth of a second in written order.
       FD HISTORYFILE.
       01 HISTORYRECORD.
            02 HR-EMPLOYEEID        PIC 9(7).
            02 HR-DATE              PIC 9(8).
            02 HR-TIME              PIC 9(8).
            02 HR-SEQUENCE          PIC 9(7).
            02 HR-PROGRAM           PIC X(10).
            02 HR-ACTION            PIC X.
            02 HR-IMAGE             PIC X(160).

      * sd temporary file for the employee/time ordering
       SD SORTWORK.
       01 SORTWORKREC.
            04 SW-EMPLOYEEID        PIC 9(7).
            04 SW-DATE              PIC 9(8).
            04 SW-TIME              PIC 9(8).
            04 SW-SEQUENCE          PIC 9(7).
            04 FILLER               PIC X(171).

       FD SORTEDHISTORY.
       01 SORTEDHISTORYRECORD.
            88 ENDOFSORTED          VALUE HIGH-VALUES.
            04 SH-EMPLOYEEID        PIC 9(7).
            04 SH-DATE              PIC 9(8).
            04 SH-TIME              PIC 9(8).
            04 SH-SEQUENCE          PIC 9(7).
            04 SH-PROGRAM           PIC X(10).
            04 SH-ACTION            PIC X.
               88 SH-IS-WRITE       VALUE "W".
            04 SH-IMAGE.
               05 SH-IMG-ID         PIC 9(7).
               05 FILLER            PIC X(20).
               05 SH-IMG-STARTDATE  PIC 9(8).
               05 FILLER            PIC X(9).
               05 SH-IMG-DEPARTMENT PIC X(30).
               05 FILLER            PIC X.
               05 SH-IMG-STATUS     PIC X.
               05 SH-IMG-TERM-DATE  PIC 9(8).
               05 FILLER            PIC X(76).

       FD TURNOVERREPORT.
       01 TURNOVERREPORTLINE       PIC X(132).

       FD RUNDATEFILE.
       01 RUNDATERECORD.
            02 RD-PROCESSING-DATE   PIC 9(8).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY       PIC X(2).
           05  WS-JOURNAL-CHECK-KEY PIC X(2).
           05  WS-RUNDATE-CHECK-KEY PIC X(2).
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR          PIC 9(4).
           05  WS-RUN-MONTH         PIC 9(2).
           05  WS-RUN-DAY           PIC 9(2).

      *An optional YYYYMM on the command line names the last month
      *reported, for looking back at an earlier year.
       01  WS-COMMAND-LINE          PIC X(80).
       01  WS-ARG-MONTH             PIC X(6).
       01  WS-ARG-MONTH-SPLIT REDEFINES WS-ARG-MONTH.
           05  WS-ARG-YEAR          PIC 9(4).
           05  WS-ARG-MM            PIC 9(2).

      *The first day of each reported month, oldest first, and the
      *first day after the last: the thirteen points headcount is
      *taken at.  Month n opens on point n and closes on point n+1.
       01  WS-MONTH-TABLE.
           05  WS-MONTH-START       PIC 9(8) OCCURS 13 TIMES.
       01  WS-MONTH-NUMBER          PIC 9(2).
       01  WS-BUILD-DATE            PIC 9(8).
       01  WS-BUILD-DATE-SPLIT REDEFINES WS-BUILD-DATE.
           05  WS-BUILD-YEAR        PIC 9(4).
           05  WS-BUILD-MONTH       PIC 9(2).
           05  WS-BUILD-DAY         PIC 9(2).
       01  WS-FIRST-MONTH-COUNT     PIC 9(6).

      *Which reported month a date falls in; zero when outside.
       01  WS-EVENT-DATE            PIC 9(8).
       01  WS-EVENT-DATE-SPLIT REDEFINES WS-EVENT-DATE.
           05  WS-EVENT-YEAR        PIC 9(4).
           05  WS-EVENT-MONTH-OF-YEAR PIC 9(2).
           05  WS-EVENT-DAY         PIC 9(2).
       01  WS-EVENT-OFFSET          PIC S9(6).
       01  WS-EVENT-MONTH           PIC 9(2).

      *Movement by department, in the order the departments are
      *first met.  The headcount of point n is month n's opening;
      *the events of month n are counted in entry n, and entry 13
      *carries only the closing headcount of the last month.
      *Tenure at exit counts the period's leavers in five bands:
      *under 3 months, 3 to 11 months, 1 to 2 years, 2 to 5 years,
      *5 years and over.
       01  WS-DEPT-COUNT            PIC 9(2) VALUE ZERO.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 50 TIMES
                   INDEXED BY DEPT-IDX.
               10  WS-DEPT-NAME     PIC X(30) VALUE SPACES.
               10  WS-DEPT-MONTH OCCURS 13 TIMES.
                   15  WS-DM-HEADCOUNT PIC 9(5) VALUE ZERO.
                   15  WS-DM-HIRES  PIC 9(5) VALUE ZERO.
                   15  WS-DM-ONBOARDS PIC 9(5) VALUE ZERO.
                   15  WS-DM-XFER-IN PIC 9(5) VALUE ZERO.
                   15  WS-DM-XFER-OUT PIC 9(5) VALUE ZERO.
                   15  WS-DM-TERMS  PIC 9(5) VALUE ZERO.
               10  WS-DEPT-TENURE   PIC 9(5) VALUE ZERO
                                    OCCURS 5 TIMES.
       01  WS-DEPT-FOUND-FLAG       PIC X VALUE "N".
           88  DEPT-IS-KNOWN        VALUE "Y".

      *The company as a whole, laid out as one department entry.
       01  WS-TOTAL-BLOCK.
           05  WS-TOTAL-NAME        PIC X(30)
                   VALUE "ALL DEPARTMENTS".
           05  WS-TOTAL-MONTH OCCURS 13 TIMES.
               10  WS-TM-HEADCOUNT  PIC 9(5) VALUE ZERO.
               10  WS-TM-HIRES      PIC 9(5) VALUE ZERO.
               10  WS-TM-ONBOARDS   PIC 9(5) VALUE ZERO.
               10  WS-TM-XFER-IN    PIC 9(5) VALUE ZERO.
               10  WS-TM-XFER-OUT   PIC 9(5) VALUE ZERO.
               10  WS-TM-TERMS      PIC 9(5) VALUE ZERO.
           05  WS-TOTAL-TENURE      PIC 9(5) VALUE ZERO
                                    OCCURS 5 TIMES.

      *Whichever entry is being printed is moved here first.
       01  WS-PRINT-BLOCK.
           05  WS-PB-NAME           PIC X(30).
           05  WS-PB-MONTH OCCURS 13 TIMES.
               10  WS-PB-HEADCOUNT  PIC 9(5).
               10  WS-PB-HIRES      PIC 9(5).
               10  WS-PB-ONBOARDS   PIC 9(5).
               10  WS-PB-XFER-IN    PIC 9(5).
               10  WS-PB-XFER-OUT   PIC 9(5).
               10  WS-PB-TERMS      PIC 9(5).
           05  WS-PB-TENURE         PIC 9(5) OCCURS 5 TIMES.
       01  WS-TENURE-LABELS.
           05  FILLER               PIC X(12) VALUE "UNDER 3 MOS".
           05  FILLER               PIC X(12) VALUE "3-11 MOS".
           05  FILLER               PIC X(12) VALUE "1-2 YRS".
           05  FILLER               PIC X(12) VALUE "2-5 YRS".
           05  FILLER               PIC X(12) VALUE "5 YRS +".
       01  WS-TENURE-LABEL-TABLE REDEFINES WS-TENURE-LABELS.
           05  WS-TENURE-LABEL      PIC X(12) OCCURS 5 TIMES.
       01  WS-TENURE-NUMBER         PIC 9.

      *One employee's history as it is read back in time order: how
      *and when they joined, the department of the newest image so
      *far, every change of department, and how things stand now.
       01  WS-EMP-HISTORY.
           05  WS-EMP-ID            PIC 9(7).
           05  WS-EMP-JOIN-DATE     PIC 9(8).
           05  WS-EMP-JOIN-TYPE     PIC X.
               88  JOINED-BY-HIRE   VALUE "H".
               88  JOINED-BY-ONBOARD VALUE "O".
           05  WS-EMP-FIRST-DEPT    PIC X(30).
           05  WS-EMP-LAST-DEPT     PIC X(30).
           05  WS-EMP-LAST-DATE     PIC 9(8).
           05  WS-EMP-START-DATE    PIC 9(8).
           05  WS-EMP-STATUS        PIC X.
               88  EMP-HAS-LEFT     VALUE "T".
           05  WS-EMP-TERM-DATE     PIC 9(8).
       01  WS-XFER-COUNT            PIC 9(2) VALUE ZERO.
       01  WS-XFER-TABLE.
           05  WS-XFER-ENTRY OCCURS 50 TIMES
                   INDEXED BY XFER-IDX.
               10  WS-XFER-DATE     PIC 9(8).
               10  WS-XFER-FROM     PIC X(30).
               10  WS-XFER-TO       PIC X(30).

      *Where the employee sat on a given day: their oldest known
      *department with every transfer dated before the day laid
      *over it.
       01  WS-AT-DATE               PIC 9(8).
       01  WS-AT-DEPT               PIC X(30).

       01  WS-TENURE-FROM           PIC 9(8).
       01  WS-TENURE-FROM-SPLIT REDEFINES WS-TENURE-FROM.
           05  WS-TENURE-FROM-YEAR  PIC 9(4).
           05  WS-TENURE-FROM-MONTH PIC 9(2).
           05  WS-TENURE-FROM-DAY   PIC 9(2).
       01  WS-TENURE-TO             PIC 9(8).
       01  WS-TENURE-TO-SPLIT REDEFINES WS-TENURE-TO.
           05  WS-TENURE-TO-YEAR    PIC 9(4).
           05  WS-TENURE-TO-MONTH   PIC 9(2).
           05  WS-TENURE-TO-DAY     PIC 9(2).
       01  WS-TENURE-MONTHS         PIC S9(5).

      *Turnover is leavers over average headcount, scaled up to a
      *year for a single month.
       01  WS-TURNOVER-FIELDS.
           05  WS-AVERAGE-HEADCOUNT PIC 9(7)V99.
           05  WS-PERIOD-AVERAGE    PIC 9(7)V99.
           05  WS-TURNOVER-RATE     PIC 9(5)V9.
           05  WS-MONTHS-PER-YEAR   PIC 9(2) VALUE 12.
       01  WS-PERIOD-SUMS.
           05  WS-SUM-HIRES         PIC 9(5).
           05  WS-SUM-ONBOARDS      PIC 9(5).
           05  WS-SUM-XFER-IN       PIC 9(5).
           05  WS-SUM-XFER-OUT      PIC 9(5).
           05  WS-SUM-TERMS         PIC 9(5).

       01  WS-SEQUENCE-NUMBER       PIC 9(7) VALUE ZERO.
       01  WS-TURNOVER-COUNTS.
           05  WS-MASTER-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-JOURNAL-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-EMPLOYEE-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-LEAVER-COUNT      PIC 9(5) VALUE ZERO.

       01  HEADING-LINE1.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FILLER               PIC X(45)
                   VALUE "HEADCOUNT MOVEMENT AND TURNOVER REPORT".
           05  HL1-RUN-DATE         PIC 9(8).
           05  FILLER               PIC X(12) VALUE "    MONTHS ".
           05  HL1-FIRST-YEAR       PIC 9(4).
           05  FILLER               PIC X     VALUE "/".
           05  HL1-FIRST-MONTH      PIC 9(2).
           05  FILLER               PIC X(4)  VALUE " TO ".
           05  HL1-LAST-YEAR        PIC 9(4).
           05  FILLER               PIC X     VALUE "/".
           05  HL1-LAST-MONTH       PIC 9(2).

       01  DEPARTMENT-HEADING-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FILLER               PIC X(12) VALUE "DEPARTMENT: ".
           05  DH-DEPARTMENT        PIC X(30).

       01  COLUMN-HEADING-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FILLER               PIC X(11) VALUE "MONTH".
           05  FILLER               PIC X(9)  VALUE "  OPENING".
           05  FILLER               PIC X(9)  VALUE "    HIRES".
           05  FILLER               PIC X(9)  VALUE " ACQUIRED".
           05  FILLER               PIC X(9)  VALUE "  XFER IN".
           05  FILLER               PIC X(9)  VALUE " XFER OUT".
           05  FILLER               PIC X(9)  VALUE "    TERMS".
           05  FILLER               PIC X(9)  VALUE "  CLOSING".
           05  FILLER               PIC X(13) VALUE "   TURNOVER %".

       01  MOVEMENT-DETAIL-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  DL-PERIOD-TEXT       PIC X(11).
           05  DL-PERIOD REDEFINES DL-PERIOD-TEXT.
               10  DL-YEAR          PIC 9(4).
               10  DL-SLASH         PIC X.
               10  DL-MONTH         PIC 9(2).
               10  FILLER           PIC X(4).
           05  DL-OPENING           PIC ZZ,ZZZ,ZZ9.
           05  DL-HIRES             PIC Z,ZZZ,ZZ9.
           05  DL-ONBOARDS          PIC Z,ZZZ,ZZ9.
           05  DL-XFER-IN           PIC Z,ZZZ,ZZ9.
           05  DL-XFER-OUT          PIC Z,ZZZ,ZZ9.
           05  DL-TERMS             PIC Z,ZZZ,ZZ9.
           05  DL-CLOSING           PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  DL-TURNOVER-RATE     PIC ZZ,ZZ9.9.

       01  TENURE-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FILLER               PIC X(17)
                   VALUE "TENURE AT EXIT:".
           05  TL-BAND OCCURS 5 TIMES.
               10  TL-LABEL         PIC X(12).
               10  TL-COUNT         PIC ZZ,ZZ9.
               10  FILLER           PIC X(3)  VALUE SPACES.

       01  FOOTING-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FL-LABEL             PIC X(30).
           05  FL-COUNT             PIC Z,ZZZ,ZZ9.

       01  WS-FILES-OPEN-FLAG       PIC X VALUE "N".
           88  FILES-ARE-OPEN       VALUE "Y".

       PROCEDURE DIVISION.

       0100-REPORT-TURNOVER.
           PERFORM 0045-GET-PROCESSING-DATE.
           PERFORM 0050-SET-REPORT-PERIOD THRU 0050-END.
           PERFORM 0060-BUILD-ONE-MONTH
               VARYING WS-MONTH-NUMBER FROM 1 BY 1
               UNTIL WS-MONTH-NUMBER > 13.

           OPEN INPUT EMPLOYEEFILE.
           IF FILE-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status: ",
                      FILE-CHECK-KEY
              MOVE 8 TO RETURN-CODE
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN OUTPUT HISTORYFILE.
           PERFORM 0110-READ-EMPLOYEE.
           PERFORM 0070-COPY-ONE-EMPLOYEE UNTIL ENDOFEMPLOYEES.
           CLOSE EMPLOYEEFILE.
           PERFORM 0080-COPY-JOURNAL.
           CLOSE HISTORYFILE.

           SORT SORTWORK
               ON ASCENDING KEY SW-EMPLOYEEID SW-DATE SW-TIME
                                SW-SEQUENCE
               USING HISTORYFILE
               GIVING SORTEDHISTORY.

           OPEN INPUT SORTEDHISTORY.
           OPEN OUTPUT TURNOVERREPORT.
           SET FILES-ARE-OPEN TO TRUE.
           PERFORM 0130-READ-SORTED.
           PERFORM 0300-TALLY-ONE-EMPLOYEE UNTIL ENDOFSORTED.

           PERFORM 0500-WRITE-REPORT.
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

      *The last month reported is the processing month unless the
      *command line names another; the first is eleven before it.
       0050-SET-REPORT-PERIOD.
           MOVE WS-RUN-YEAR TO WS-BUILD-YEAR.
           MOVE WS-RUN-MONTH TO WS-BUILD-MONTH.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE NOT = SPACES
               MOVE WS-COMMAND-LINE(1:6) TO WS-ARG-MONTH
               IF WS-ARG-MONTH NOT NUMERIC
                  OR WS-ARG-MM < 1 OR WS-ARG-MM > 12
                   DISPLAY "Report month must be given as YYYYMM: ",
                           WS-COMMAND-LINE(1:6)
                   MOVE 8 TO RETURN-CODE
                   GO TO 9000-END-PROGRAM
               END-IF
               MOVE WS-ARG-YEAR TO WS-BUILD-YEAR
               MOVE WS-ARG-MM TO WS-BUILD-MONTH
           END-IF.
           MOVE WS-BUILD-YEAR TO HL1-LAST-YEAR.
           MOVE WS-BUILD-MONTH TO HL1-LAST-MONTH.
           IF WS-BUILD-MONTH > 11
               SUBTRACT 11 FROM WS-BUILD-MONTH
           ELSE
               ADD 1 TO WS-BUILD-MONTH
               SUBTRACT 1 FROM WS-BUILD-YEAR
           END-IF.
           MOVE 1 TO WS-BUILD-DAY.
           MOVE WS-BUILD-YEAR TO HL1-FIRST-YEAR.
           MOVE WS-BUILD-MONTH TO HL1-FIRST-MONTH.
           COMPUTE WS-FIRST-MONTH-COUNT =
               WS-BUILD-YEAR * 12 + WS-BUILD-MONTH.
       0050-END.

      *WS-BUILD-DATE walks forward a month at a time from the first
      *day of the first month.
       0060-BUILD-ONE-MONTH.
           MOVE WS-BUILD-DATE TO WS-MONTH-START(WS-MONTH-NUMBER).
           IF WS-BUILD-MONTH = 12
               MOVE 1 TO WS-BUILD-MONTH
               ADD 1 TO WS-BUILD-YEAR
           ELSE
               ADD 1 TO WS-BUILD-MONTH
           END-IF.
       0060-END.

      *Every master record, terminated or not, dated after any
      *journal entry so it closes its employee's history.
       0070-COPY-ONE-EMPLOYEE.
           ADD 1 TO WS-MASTER-COUNT.
           MOVE SPACES TO HISTORYRECORD.
           MOVE EMPLOYEEID TO HR-EMPLOYEEID.
           MOVE 99999999 TO HR-DATE.
           MOVE 99999999 TO HR-TIME.
           ADD 1 TO WS-SEQUENCE-NUMBER.
           MOVE WS-SEQUENCE-NUMBER TO HR-SEQUENCE.
           MOVE "EMPFILE" TO HR-PROGRAM.
           MOVE "M" TO HR-ACTION.
           MOVE EMPDETAILS TO HR-IMAGE.
           WRITE HISTORYRECORD AFTER ADVANCING 1 LINE.
           PERFORM 0110-READ-EMPLOYEE.
       0070-END.

       0080-COPY-JOURNAL.
           OPEN INPUT JOURNALFILE.
           IF WS-JOURNAL-CHECK-KEY NOT = "00"
               DISPLAY "No EMPJOURNAL.DAT: movement is taken from "
                       "the master alone"
           ELSE
               PERFORM 0120-READ-JOURNAL
               PERFORM 0090-COPY-ONE-JOURNAL-ENTRY
                   UNTIL ENDOFJOURNAL
               CLOSE JOURNALFILE
           END-IF.
       0080-END.

       0090-COPY-ONE-JOURNAL-ENTRY.
           IF EJ-IMAGE-ID NUMERIC
              AND EJ-JOURNAL-DATE NUMERIC
              AND EJ-JOURNAL-TIME NUMERIC
               ADD 1 TO WS-JOURNAL-COUNT
               MOVE SPACES TO HISTORYRECORD
               MOVE EJ-IMAGE-ID TO HR-EMPLOYEEID
               MOVE EJ-JOURNAL-DATE TO HR-DATE
               MOVE EJ-JOURNAL-TIME TO HR-TIME
               ADD 1 TO WS-SEQUENCE-NUMBER
               MOVE WS-SEQUENCE-NUMBER TO HR-SEQUENCE
               MOVE EJ-PROGRAM TO HR-PROGRAM
               MOVE EJ-ACTION TO HR-ACTION
               MOVE EJ-BEFORE-IMAGE TO HR-IMAGE
               WRITE HISTORYRECORD AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 0120-READ-JOURNAL.
       0090-END.

       0110-READ-EMPLOYEE.
           READ EMPLOYEEFILE NEXT RECORD
               AT END SET ENDOFEMPLOYEES TO TRUE
           END-READ.
       0110-END.

       0120-READ-JOURNAL.
           READ JOURNALFILE
               AT END SET ENDOFJOURNAL TO TRUE
           END-READ.
       0120-END.

      *The history is written with AFTER ADVANCING, so a blank line
      *can ride through the sort; skip it.
       0130-READ-SORTED.
           READ SORTEDHISTORY
               AT END SET ENDOFSORTED TO TRUE
           END-READ.
           IF NOT ENDOFSORTED AND SORTEDHISTORYRECORD = SPACES
               GO TO 0130-READ-SORTED
           END-IF.
       0130-END.

      *One employee's images, oldest first, then their counts.
       0300-TALLY-ONE-EMPLOYEE.
           ADD 1 TO WS-EMPLOYEE-COUNT.
           MOVE SH-EMPLOYEEID TO WS-EMP-ID.
           PERFORM 0310-START-HISTORY.
           PERFORM 0130-READ-SORTED.
           PERFORM 0320-FOLLOW-HISTORY
               UNTIL ENDOFSORTED OR SH-EMPLOYEEID NOT = WS-EMP-ID.
           PERFORM 0350-COUNT-EMPLOYEE.
       0300-END.

      *A journalled WRITE is the join itself.  Without one the
      *employee predates the journal and is taken from STARTDATE;
      *a zero join date counts them as always having been here.
       0310-START-HISTORY.
           MOVE ZERO TO WS-XFER-COUNT.
           MOVE "H" TO WS-EMP-JOIN-TYPE.
           IF SH-IS-WRITE AND SH-PROGRAM = "EMPONBOARD"
               MOVE "O" TO WS-EMP-JOIN-TYPE
               MOVE SH-DATE TO WS-EMP-JOIN-DATE
           ELSE IF SH-IMG-STARTDATE NUMERIC
               MOVE SH-IMG-STARTDATE TO WS-EMP-JOIN-DATE
           ELSE IF SH-IS-WRITE
               MOVE SH-DATE TO WS-EMP-JOIN-DATE
           ELSE
               MOVE ZERO TO WS-EMP-JOIN-DATE
           END-IF END-IF END-IF.
           MOVE SH-IMG-DEPARTMENT TO WS-EMP-FIRST-DEPT.
           MOVE SH-IMG-DEPARTMENT TO WS-EMP-LAST-DEPT.
           MOVE SH-DATE TO WS-EMP-LAST-DATE.
           PERFORM 0330-TAKE-CURRENT-STATE.
       0310-END.

      *Each image shows the record as the previous journalled change
      *left it, so a department that differs from the one before
      *was moved by that earlier change, on its date.
       0320-FOLLOW-HISTORY.
           IF SH-IMG-DEPARTMENT NOT = WS-EMP-LAST-DEPT
               IF WS-XFER-COUNT < 50
                   ADD 1 TO WS-XFER-COUNT
                   SET XFER-IDX TO WS-XFER-COUNT
                   MOVE WS-EMP-LAST-DATE TO WS-XFER-DATE(XFER-IDX)
                   MOVE WS-EMP-LAST-DEPT TO WS-XFER-FROM(XFER-IDX)
                   MOVE SH-IMG-DEPARTMENT TO WS-XFER-TO(XFER-IDX)
               ELSE
                   DISPLAY "Transfer table full at 50 entries, "
                           "ignoring for employee ", WS-EMP-ID
               END-IF
               MOVE SH-IMG-DEPARTMENT TO WS-EMP-LAST-DEPT
           END-IF.
           MOVE SH-DATE TO WS-EMP-LAST-DATE.
           PERFORM 0330-TAKE-CURRENT-STATE.
           PERFORM 0130-READ-SORTED.
       0320-END.

       0330-TAKE-CURRENT-STATE.
           MOVE SH-IMG-STATUS TO WS-EMP-STATUS.
           IF SH-IMG-TERM-DATE NUMERIC
               MOVE SH-IMG-TERM-DATE TO WS-EMP-TERM-DATE
           ELSE
               MOVE ZERO TO WS-EMP-TERM-DATE
           END-IF.
           IF SH-IMG-STARTDATE NUMERIC
               MOVE SH-IMG-STARTDATE TO WS-EMP-START-DATE
           ELSE
               MOVE ZERO TO WS-EMP-START-DATE
           END-IF.
       0330-END.

      *Headcount at each of the thirteen points, then the period's
      *join, transfers, and leaving.  A transfer only counts while
      *the employee is here -- on or after joining and before the
      *leaving date -- so the movements always reconcile opening to
      *closing.
       0350-COUNT-EMPLOYEE.
           PERFORM 0360-COUNT-AT-ONE-POINT
               VARYING WS-MONTH-NUMBER FROM 1 BY 1
               UNTIL WS-MONTH-NUMBER > 13.

           MOVE WS-EMP-JOIN-DATE TO WS-EVENT-DATE.
           PERFORM 0420-FIND-EVENT-MONTH.
           IF WS-EVENT-MONTH > ZERO
               MOVE WS-EMP-JOIN-DATE TO WS-AT-DATE
               PERFORM 0400-FIND-DEPT-AT-DATE
               PERFORM 0410-FIND-DEPT-ENTRY
               IF JOINED-BY-ONBOARD
                   ADD 1 TO WS-TM-ONBOARDS(WS-EVENT-MONTH)
                   IF DEPT-IS-KNOWN
                       ADD 1 TO WS-DM-ONBOARDS(DEPT-IDX,
                                               WS-EVENT-MONTH)
                   END-IF
               ELSE
                   ADD 1 TO WS-TM-HIRES(WS-EVENT-MONTH)
                   IF DEPT-IS-KNOWN
                       ADD 1 TO WS-DM-HIRES(DEPT-IDX,
                                            WS-EVENT-MONTH)
                   END-IF
               END-IF
           END-IF.

           PERFORM 0370-COUNT-ONE-TRANSFER
               VARYING XFER-IDX FROM 1 BY 1
               UNTIL XFER-IDX > WS-XFER-COUNT.

           IF EMP-HAS-LEFT
               MOVE WS-EMP-TERM-DATE TO WS-EVENT-DATE
               PERFORM 0420-FIND-EVENT-MONTH
               IF WS-EVENT-MONTH > ZERO
                   PERFORM 0380-COUNT-LEAVER
               END-IF
           END-IF.
       0350-END.

       0360-COUNT-AT-ONE-POINT.
           IF WS-EMP-JOIN-DATE < WS-MONTH-START(WS-MONTH-NUMBER)
              AND (NOT EMP-HAS-LEFT
                   OR WS-EMP-TERM-DATE NOT <
                      WS-MONTH-START(WS-MONTH-NUMBER))
               MOVE WS-MONTH-START(WS-MONTH-NUMBER) TO WS-AT-DATE
               PERFORM 0400-FIND-DEPT-AT-DATE
               PERFORM 0410-FIND-DEPT-ENTRY
               ADD 1 TO WS-TM-HEADCOUNT(WS-MONTH-NUMBER)
               IF DEPT-IS-KNOWN
                   ADD 1 TO WS-DM-HEADCOUNT(DEPT-IDX,
                                            WS-MONTH-NUMBER)
               END-IF
           END-IF.
       0360-END.

      *Transfers net to nothing for the company, but both sides are
      *still carried in the totals so the columns add across.
       0370-COUNT-ONE-TRANSFER.
           IF WS-XFER-DATE(XFER-IDX) NOT < WS-EMP-JOIN-DATE
              AND (NOT EMP-HAS-LEFT
                   OR WS-XFER-DATE(XFER-IDX) < WS-EMP-TERM-DATE)
               MOVE WS-XFER-DATE(XFER-IDX) TO WS-EVENT-DATE
               PERFORM 0420-FIND-EVENT-MONTH
               IF WS-EVENT-MONTH > ZERO
                   ADD 1 TO WS-TM-XFER-OUT(WS-EVENT-MONTH)
                   ADD 1 TO WS-TM-XFER-IN(WS-EVENT-MONTH)
                   MOVE WS-XFER-FROM(XFER-IDX) TO WS-AT-DEPT
                   PERFORM 0410-FIND-DEPT-ENTRY
                   IF DEPT-IS-KNOWN
                       ADD 1 TO WS-DM-XFER-OUT(DEPT-IDX,
                                               WS-EVENT-MONTH)
                   END-IF
                   MOVE WS-XFER-TO(XFER-IDX) TO WS-AT-DEPT
                   PERFORM 0410-FIND-DEPT-ENTRY
                   IF DEPT-IS-KNOWN
                       ADD 1 TO WS-DM-XFER-IN(DEPT-IDX,
                                              WS-EVENT-MONTH)
                   END-IF
               END-IF
           END-IF.
       0370-END.

      *Tenure at exit is counted in whole months from STARTDATE to
      *EMP-TERM-DATE.
       0380-COUNT-LEAVER.
           ADD 1 TO WS-LEAVER-COUNT.
           MOVE WS-EMP-TERM-DATE TO WS-AT-DATE.
           PERFORM 0400-FIND-DEPT-AT-DATE.
           PERFORM 0410-FIND-DEPT-ENTRY.
           MOVE WS-EMP-START-DATE TO WS-TENURE-FROM.
           MOVE WS-EMP-TERM-DATE TO WS-TENURE-TO.
           COMPUTE WS-TENURE-MONTHS =
               (WS-TENURE-TO-YEAR - WS-TENURE-FROM-YEAR) * 12
               + WS-TENURE-TO-MONTH - WS-TENURE-FROM-MONTH.
           IF WS-TENURE-TO-DAY < WS-TENURE-FROM-DAY
               SUBTRACT 1 FROM WS-TENURE-MONTHS
           END-IF.
           IF WS-TENURE-MONTHS < 3
               MOVE 1 TO WS-TENURE-NUMBER
           ELSE IF WS-TENURE-MONTHS < 12
               MOVE 2 TO WS-TENURE-NUMBER
           ELSE IF WS-TENURE-MONTHS < 24
               MOVE 3 TO WS-TENURE-NUMBER
           ELSE IF WS-TENURE-MONTHS < 60
               MOVE 4 TO WS-TENURE-NUMBER
           ELSE
               MOVE 5 TO WS-TENURE-NUMBER
           END-IF END-IF END-IF END-IF.
           ADD 1 TO WS-TM-TERMS(WS-EVENT-MONTH).
           ADD 1 TO WS-TOTAL-TENURE(WS-TENURE-NUMBER).
           IF DEPT-IS-KNOWN
               ADD 1 TO WS-DM-TERMS(DEPT-IDX, WS-EVENT-MONTH)
               ADD 1 TO WS-DEPT-TENURE(DEPT-IDX, WS-TENURE-NUMBER)
           END-IF.
       0380-END.

       0400-FIND-DEPT-AT-DATE.
           MOVE WS-EMP-FIRST-DEPT TO WS-AT-DEPT.
           PERFORM 0405-APPLY-ONE-TRANSFER
               VARYING XFER-IDX FROM 1 BY 1
               UNTIL XFER-IDX > WS-XFER-COUNT.
       0400-END.

       0405-APPLY-ONE-TRANSFER.
           IF WS-XFER-DATE(XFER-IDX) < WS-AT-DATE
               MOVE WS-XFER-TO(XFER-IDX) TO WS-AT-DEPT
           END-IF.
       0405-END.

       0410-FIND-DEPT-ENTRY.
           MOVE "N" TO WS-DEPT-FOUND-FLAG.
           SET DEPT-IDX TO 1.
           SEARCH WS-DEPT-ENTRY
               AT END
                   CONTINUE
               WHEN DEPT-IDX > WS-DEPT-COUNT
                   CONTINUE
               WHEN WS-DEPT-NAME(DEPT-IDX) = WS-AT-DEPT
                   SET DEPT-IS-KNOWN TO TRUE
           END-SEARCH.
           IF NOT DEPT-IS-KNOWN
               IF WS-DEPT-COUNT < 50
                   ADD 1 TO WS-DEPT-COUNT
                   SET DEPT-IDX TO WS-DEPT-COUNT
                   MOVE WS-AT-DEPT TO WS-DEPT-NAME(DEPT-IDX)
                   SET DEPT-IS-KNOWN TO TRUE
               ELSE
                   DISPLAY "Department table full at 50 entries, "
                           "counted in the total only: ", WS-AT-DEPT
               END-IF
           END-IF.
       0410-END.

       0420-FIND-EVENT-MONTH.
           MOVE ZERO TO WS-EVENT-MONTH.
           IF WS-EVENT-DATE NUMERIC AND WS-EVENT-DATE > ZERO
               COMPUTE WS-EVENT-OFFSET =
                   WS-EVENT-YEAR * 12 + WS-EVENT-MONTH-OF-YEAR
                   - WS-FIRST-MONTH-COUNT + 1
               IF WS-EVENT-OFFSET > ZERO AND WS-EVENT-OFFSET < 13
                   MOVE WS-EVENT-OFFSET TO WS-EVENT-MONTH
               END-IF
           END-IF.
       0420-END.

      *One block per department, then the company.
       0500-WRITE-REPORT.
           MOVE WS-RUN-DATE TO HL1-RUN-DATE.
           WRITE TURNOVERREPORTLINE FROM HEADING-LINE1
              AFTER ADVANCING PAGE.
           PERFORM 0505-WRITE-ONE-DEPARTMENT
               VARYING DEPT-IDX FROM 1 BY 1
               UNTIL DEPT-IDX > WS-DEPT-COUNT.
           MOVE WS-TOTAL-BLOCK TO WS-PRINT-BLOCK.
           PERFORM 0510-WRITE-BLOCK.

           MOVE "EMPLOYEES ON MASTER:" TO FL-LABEL.
           MOVE WS-MASTER-COUNT TO FL-COUNT.
           WRITE TURNOVERREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 3 LINES.
           MOVE "JOURNAL ENTRIES READ:" TO FL-LABEL.
           MOVE WS-JOURNAL-COUNT TO FL-COUNT.
           WRITE TURNOVERREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 1 LINE.
           MOVE "EMPLOYEE HISTORIES:" TO FL-LABEL.
           MOVE WS-EMPLOYEE-COUNT TO FL-COUNT.
           WRITE TURNOVERREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 1 LINE.
           MOVE "LEAVERS IN PERIOD:" TO FL-LABEL.
           MOVE WS-LEAVER-COUNT TO FL-COUNT.
           WRITE TURNOVERREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 1 LINE.
       0500-END.

       0505-WRITE-ONE-DEPARTMENT.
           MOVE WS-DEPT-ENTRY(DEPT-IDX) TO WS-PRINT-BLOCK.
           PERFORM 0510-WRITE-BLOCK.
       0505-END.

      *Twelve month lines, the period line, and the tenure bands.
      *The period's turnover is its leavers over the average of the
      *twelve monthly average headcounts.
       0510-WRITE-BLOCK.
           MOVE WS-PB-NAME TO DH-DEPARTMENT.
           WRITE TURNOVERREPORTLINE FROM DEPARTMENT-HEADING-LINE
              AFTER ADVANCING 3 LINES.
           WRITE TURNOVERREPORTLINE FROM COLUMN-HEADING-LINE
              AFTER ADVANCING 2 LINES.
           MOVE SPACES TO TURNOVERREPORTLINE.
           WRITE TURNOVERREPORTLINE AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-PERIOD-AVERAGE.
           MOVE ZERO TO WS-PERIOD-SUMS.
           PERFORM 0520-WRITE-ONE-MONTH
               VARYING WS-MONTH-NUMBER FROM 1 BY 1
               UNTIL WS-MONTH-NUMBER > 12.

           MOVE SPACES TO MOVEMENT-DETAIL-LINE.
           MOVE "12 MONTHS" TO DL-PERIOD-TEXT.
           MOVE WS-PB-HEADCOUNT(1) TO DL-OPENING.
           MOVE WS-SUM-HIRES TO DL-HIRES.
           MOVE WS-SUM-ONBOARDS TO DL-ONBOARDS.
           MOVE WS-SUM-XFER-IN TO DL-XFER-IN.
           MOVE WS-SUM-XFER-OUT TO DL-XFER-OUT.
           MOVE WS-SUM-TERMS TO DL-TERMS.
           MOVE WS-PB-HEADCOUNT(13) TO DL-CLOSING.
           COMPUTE WS-PERIOD-AVERAGE ROUNDED =
               WS-PERIOD-AVERAGE / WS-MONTHS-PER-YEAR.
           IF WS-PERIOD-AVERAGE > ZERO
               COMPUTE WS-TURNOVER-RATE ROUNDED =
                   WS-SUM-TERMS * 100 / WS-PERIOD-AVERAGE
           ELSE
               MOVE ZERO TO WS-TURNOVER-RATE
           END-IF.
           MOVE WS-TURNOVER-RATE TO DL-TURNOVER-RATE.
           WRITE TURNOVERREPORTLINE FROM MOVEMENT-DETAIL-LINE
              AFTER ADVANCING 2 LINES.

           PERFORM 0530-FILL-ONE-TENURE-BAND
               VARYING WS-TENURE-NUMBER FROM 1 BY 1
               UNTIL WS-TENURE-NUMBER > 5.
           WRITE TURNOVERREPORTLINE FROM TENURE-LINE
              AFTER ADVANCING 2 LINES.
       0510-END.

       0520-WRITE-ONE-MONTH.
           MOVE SPACES TO MOVEMENT-DETAIL-LINE.
           MOVE WS-MONTH-START(WS-MONTH-NUMBER) TO WS-EVENT-DATE.
           MOVE WS-EVENT-YEAR TO DL-YEAR.
           MOVE "/" TO DL-SLASH.
           MOVE WS-EVENT-MONTH-OF-YEAR TO DL-MONTH.
           MOVE WS-PB-HEADCOUNT(WS-MONTH-NUMBER) TO DL-OPENING.
           MOVE WS-PB-HIRES(WS-MONTH-NUMBER) TO DL-HIRES.
           MOVE WS-PB-ONBOARDS(WS-MONTH-NUMBER) TO DL-ONBOARDS.
           MOVE WS-PB-XFER-IN(WS-MONTH-NUMBER) TO DL-XFER-IN.
           MOVE WS-PB-XFER-OUT(WS-MONTH-NUMBER) TO DL-XFER-OUT.
           MOVE WS-PB-TERMS(WS-MONTH-NUMBER) TO DL-TERMS.
           MOVE WS-PB-HEADCOUNT(WS-MONTH-NUMBER + 1) TO DL-CLOSING.
           COMPUTE WS-AVERAGE-HEADCOUNT ROUNDED =
               (WS-PB-HEADCOUNT(WS-MONTH-NUMBER)
                + WS-PB-HEADCOUNT(WS-MONTH-NUMBER + 1)) / 2.
           IF WS-AVERAGE-HEADCOUNT > ZERO
               COMPUTE WS-TURNOVER-RATE ROUNDED =
                   WS-PB-TERMS(WS-MONTH-NUMBER) * WS-MONTHS-PER-YEAR
                   * 100 / WS-AVERAGE-HEADCOUNT
           ELSE
               MOVE ZERO TO WS-TURNOVER-RATE
           END-IF.
           MOVE WS-TURNOVER-RATE TO DL-TURNOVER-RATE.
           WRITE TURNOVERREPORTLINE FROM MOVEMENT-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           ADD WS-AVERAGE-HEADCOUNT TO WS-PERIOD-AVERAGE.
           ADD WS-PB-HIRES(WS-MONTH-NUMBER) TO WS-SUM-HIRES.
           ADD WS-PB-ONBOARDS(WS-MONTH-NUMBER) TO WS-SUM-ONBOARDS.
           ADD WS-PB-XFER-IN(WS-MONTH-NUMBER) TO WS-SUM-XFER-IN.
           ADD WS-PB-XFER-OUT(WS-MONTH-NUMBER) TO WS-SUM-XFER-OUT.
           ADD WS-PB-TERMS(WS-MONTH-NUMBER) TO WS-SUM-TERMS.
       0520-END.

       0530-FILL-ONE-TENURE-BAND.
           MOVE WS-TENURE-LABEL(WS-TENURE-NUMBER)
               TO TL-LABEL(WS-TENURE-NUMBER).
           MOVE WS-PB-TENURE(WS-TENURE-NUMBER)
               TO TL-COUNT(WS-TENURE-NUMBER).
       0530-END.

       9000-END-PROGRAM.
           IF FILES-ARE-OPEN
               CLOSE SORTEDHISTORY, TURNOVERREPORT
           END-IF.
           DISPLAY "Employees on master:       ", WS-MASTER-COUNT.
           DISPLAY "Journal entries read:      ", WS-JOURNAL-COUNT.
           DISPLAY "Employee histories:        ", WS-EMPLOYEE-COUNT.
           DISPLAY "Leavers in period:         ", WS-LEAVER-COUNT.
           STOP RUN.

          END PROGRAM TURNOVER.

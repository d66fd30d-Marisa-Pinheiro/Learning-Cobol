       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENENROLL.

      *Benefits enrollment run, ahead of NETPAY each cycle, so the
      *health, dental, and retirement deductions on DEDUCTMASTER.DAT
      *stop being keyed by whoever remembers.  BENEFITPLANS.DAT
      *holds each plan: the DM-DEDUCT-CODE it deducts under, the
      *waiting period in days from STARTDATE, and the cost per
      *coverage tier.  Elections come in on BENEFITELECT.DAT -- E
      *elect (with the tier), W waive, D drop -- and are kept on
      *BENEFITENROLL.DAT, rolled to BENEFITENROLL.NEW each run (the
      *usual generation pattern).
      *
      *EMPFILE.DAT is read in key order against DEDUCTMASTER.DAT,
      *balanced-line, and DEDUCTMASTER.NEW written; the nightly GENROLL
      *PROMOTE BENENROL promotes both .NEW files the moment the step
      *ends clean, ahead of WELLCRED and NETPAY, as the other
      *generation files are.  Only the slots carrying a plan's code are
      *this run's business; tax and garnishment slots ride through as
      *keyed.  An election takes effect with the first cycle in the
      *month the waiting period ends, never sooner, whenever it was
      *made.  A terminated employee (EMP-STATUS "T") has every plan
      *deduction ended and the elections closed.  BENEFITS.LPT lists
      *each deduction started, changed, or ended, the elections
      *rejected, and everyone who became eligible for a plan this cycle
      *without having elected or waived it.
      *
      *The first run finds no BENEFITENROLL.DAT, and every plan slot
      *already keyed on DEDUCTMASTER.DAT is taken as an enrollment
      *at the tier its amount matches (employee only when none
      *does), so the deductions in place at go-live carry on.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEEFILE ASSIGN TO "EMPFILE.DAT"
           FILE STATUS IS FILE-CHECK-KEY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPLOYEEID
           ALTERNATE RECORD KEY IS STARTDATE WITH DUPLICATES.

       SELECT PLANFILE ASSIGN TO "BENEFITPLANS.DAT"
           FILE STATUS IS WS-PLAN-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

      *Elections on file from earlier runs.  Optional; the first
      *run seeds it from the plan slots already keyed.
       SELECT ENROLLFILE ASSIGN TO "BENEFITENROLL.DAT"
           FILE STATUS IS WS-ENROLL-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT NEWENROLLFILE ASSIGN TO "BENEFITENROLL.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.

      *This cycle's election forms.  Optional.
       SELECT ELECTFILE ASSIGN TO "BENEFITELECT.DAT"
           FILE STATUS IS WS-ELECT-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DEDUCTMASTER ASSIGN TO "DEDUCTMASTER.DAT"
           FILE STATUS IS WS-DEDUCT-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT NEWDEDUCTMASTER ASSIGN TO "DEDUCTMASTER.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT BENEFITREPORT ASSIGN TO "BENEFITS.LPT"
           ORGANIZATION IS LINE SEQUENTIAL.

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

      *One plan per line: the deduction code, a name for the
      *listing, the waiting period in days from STARTDATE, the
      *deduction type (A flat amount per cycle, P percent of gross),
      *and the cost for each coverage tier -- employee only,
      *employee and spouse, employee and children, family.
       FD PLANFILE.
       01 PLANRECORD.
            88 ENDOFPLANS           VALUE HIGH-VALUES.
            04 BP-PLAN-CODE         PIC X(4).
            04 FILLER               PIC X(2).
            04 BP-PLAN-NAME         PIC X(20).
            04 FILLER               PIC X(2).
            04 BP-WAIT-DAYS         PIC 9(3).
            04 FILLER               PIC X(2).
            04 BP-DEDUCT-TYPE       PIC X.
            04 BP-TIER OCCURS 4 TIMES.
               05 FILLER            PIC X(2).
               05 BP-TIER-COST      PIC 9(4)V99.

      *EN-STATUS "E" enrolled at EN-TIER, "W" waived or dropped.
       FD ENROLLFILE.
       01 ENROLLRECORD.
            88 ENDOFENROLL          VALUE HIGH-VALUES.
            04 EN-EMPLOYEEID        PIC 9(7).
            04 FILLER               PIC X(2).
            04 EN-PLAN-CODE         PIC X(4).
            04 FILLER               PIC X(2).
            04 EN-STATUS            PIC X.
            04 FILLER               PIC X(2).
            04 EN-TIER              PIC X.
            04 FILLER               PIC X(2).
            04 EN-ELECTION-DATE     PIC 9(8).

       FD NEWENROLLFILE.
       01 NEWENROLLRECORD          PIC X(29).

      *BE-TIER: E employee only, S with spouse, C with children, F
      *family.  Needed on an elect only.
       FD ELECTFILE.
       01 ELECTRECORD.
            88 ENDOFELECT           VALUE HIGH-VALUES.
            04 BE-ACTION            PIC X.
               88 BE-IS-ELECT       VALUE "E".
               88 BE-IS-WAIVE       VALUE "W".
               88 BE-IS-DROP        VALUE "D".
            04 BE-EMPLOYEEID        PIC 9(7).
            04 BE-PLAN-CODE         PIC X(4).
            04 BE-TIER              PIC X.
               88 BE-TIER-IS-VALID  VALUE "E" "S" "C" "F".

       FD DEDUCTMASTER.
       01 DEDUCTRECORD.
            88 ENDOFDEDUCT          VALUE HIGH-VALUES.
            04 DM-EMPLOYEEID        PIC 9(7).
            04 FILLER               PIC X(36).

       FD NEWDEDUCTMASTER.
       01 NEWDEDUCTRECORD          PIC X(43).

       FD BENEFITREPORT.
       01 BENEFITREPORTLINE        PIC X(132).

       FD RUNDATEFILE.
       01 RUNDATERECORD.
            02 RD-PROCESSING-DATE   PIC 9(8).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY       PIC X(2).
           05  WS-PLAN-CHECK-KEY    PIC X(2).
           05  WS-ENROLL-CHECK-KEY  PIC X(2).
           05  WS-ELECT-CHECK-KEY   PIC X(2).
           05  WS-DEDUCT-CHECK-KEY  PIC X(2).
           05  WS-RUNDATE-CHECK-KEY PIC X(2).
           05  WS-RUN-DATE          PIC 9(8).
           05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
               10  WS-RUN-YYYYMM    PIC 9(6).
               10  WS-RUN-DD        PIC 9(2).

      *The deductions record being settled, in DEDUCTMASTER.DAT's
      *layout: three code/type/value slots, then the withholding
      *filing status and allowances, which this run never touches.
       01  WS-DEDUCT-IMAGE.
           05  WD-EMPLOYEEID        PIC 9(7).
           05  WD-DEDUCTION OCCURS 3 TIMES.
               10  WD-DEDUCT-CODE   PIC X(4).
               10  WD-DEDUCT-TYPE   PIC X.
               10  WD-DEDUCT-VALUE  PIC 9(4)V99.
           05  WD-FILING-STATUS     PIC X.
           05  WD-ALLOWANCES        PIC 9(2).
       01  WS-SLOT-IDX              PIC 9.
       01  WS-FREE-SLOT             PIC 9.
       01  WS-SLOTS-USED            PIC 9.

       01  WS-PLAN-COUNT            PIC 9(2) VALUE ZERO.
       01  WS-PLAN-TABLE.
           05  WS-PLAN-ENTRY OCCURS 20 TIMES
                   INDEXED BY PLN-IDX.
               10  WS-PLN-CODE      PIC X(4) VALUE SPACES.
               10  WS-PLN-WAIT-DAYS PIC 9(3) VALUE ZERO.
               10  WS-PLN-DEDUCT-TYPE PIC X VALUE SPACE.
               10  WS-PLN-TIER-COST PIC 9(4)V99 OCCURS 4 TIMES.

      *Every election on file plus this run's forms.  An entry is
      *marked seen when its employee turns up on EMPFILE.DAT, and
      *closed when the employee has left; only open, seen entries
      *go on to BENEFITENROLL.NEW.
       01  WS-ENROLL-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-ENROLL-TABLE.
           05  WS-ENROLL-ENTRY OCCURS 1500 TIMES
                   INDEXED BY ENR-IDX.
               10  WS-ENR-EMPLOYEEID PIC 9(7) VALUE ZERO.
               10  WS-ENR-PLAN-CODE PIC X(4) VALUE SPACES.
               10  WS-ENR-STATUS    PIC X VALUE SPACE.
                   88  WS-ENR-IS-ENROLLED VALUE "E".
               10  WS-ENR-TIER      PIC X VALUE SPACE.
               10  WS-ENR-ELECTION-DATE PIC 9(8) VALUE ZERO.
               10  WS-ENR-NEW-FLAG  PIC X VALUE "N".
                   88  WS-ENR-IS-NEW VALUE "Y".
               10  WS-ENR-SEEN-FLAG PIC X VALUE "N".
                   88  WS-ENR-WAS-SEEN VALUE "Y".
               10  WS-ENR-CLOSED-FLAG PIC X VALUE "N".
                   88  WS-ENR-IS-CLOSED VALUE "Y".
               10  WS-ENR-PLACED-FLAG PIC X VALUE "N".
                   88  WS-ENR-WAS-PLACED VALUE "Y".

       01  WS-FIND-EMPLOYEEID       PIC 9(7).
       01  WS-FIND-PLAN-CODE        PIC X(4).
       01  WS-FOUND-FLAG            PIC X VALUE "N".
           88  ENTRY-WAS-FOUND      VALUE "Y".
       01  WS-DEDUCT-ON-FILE-FLAG   PIC X VALUE "N".
           88  DEDUCT-ON-FILE       VALUE "Y".
       01  WS-EFFECTIVE-FLAG        PIC X VALUE "N".
           88  ELECTION-IN-EFFECT   VALUE "Y".
       01  WS-TIER-IDX              PIC 9.
       01  WS-MATCHED-TIER          PIC 9.
       01  WS-SEED-FLAG             PIC X VALUE "N".
           88  SEEDING-ELECTIONS    VALUE "Y".
       01  WS-TIER-COST             PIC 9(4)V99.

      *Eligibility: STARTDATE plus the plan's waiting period.
       01  WS-START-DATE            PIC 9(8).
       01  WS-ELIGIBLE-DATE         PIC 9(8).
       01  WS-ELIGIBLE-PARTS REDEFINES WS-ELIGIBLE-DATE.
           05  WS-ELIGIBLE-YYYYMM   PIC 9(6).
           05  WS-ELIGIBLE-DD       PIC 9(2).

       01  WS-REJECT-TEXT           PIC X(32).

       01  WS-BENEFIT-COUNTS.
           05  WS-EMPLOYEE-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-ELECT-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-REJECTED-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-STARTED-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-CHANGED-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-ENDED-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-NO-ELECTION-COUNT PIC 9(5) VALUE ZERO.
           05  WS-NO-SLOT-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-SEEDED-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-DEDUCT-OUT-COUNT  PIC 9(5) VALUE ZERO.

       01  HEADING-LINE1.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FILLER               PIC X(35) VALUE
                 "BENEFITS ENROLLMENT AND DEDUCTIONS".
           05  HL1-RUN-DATE         PIC 9(8).

       01  HEADING-LINE2.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FILLER               PIC X(9)  VALUE "EMPLOYEE".
           05  FILLER               PIC X(6)  VALUE "PLAN".
           05  FILLER               PIC X(34) VALUE "ACTION".
           05  FILLER               PIC X(9)  VALUE "   AMOUNT".
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(8)  VALUE "ELIGIBLE".

       01  BENEFIT-DETAIL-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  DL-EMPLOYEEID        PIC 9(7).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-PLAN-CODE         PIC X(4).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-ACTION            PIC X(32).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-AMOUNT            PIC Z,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-ELIGIBLE-DATE     PIC 9(8) BLANK WHEN ZERO.

       01  FOOTING-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FL-LABEL             PIC X(30).
           05  FL-COUNT             PIC ZZ,ZZ9.

       01  WS-FILES-OPEN-FLAG       PIC X VALUE "N".
           88  FILES-ARE-OPEN       VALUE "Y".

       PROCEDURE DIVISION.

       0100-RUN-ENROLLMENT.
           PERFORM 0050-GET-PROCESSING-DATE.
           PERFORM 0060-LOAD-PLANS.
           PERFORM 0070-LOAD-ENROLLMENTS.
           OPEN OUTPUT BENEFITREPORT.
           MOVE WS-RUN-DATE TO HL1-RUN-DATE.
           WRITE BENEFITREPORTLINE FROM HEADING-LINE1
              AFTER ADVANCING PAGE.
           WRITE BENEFITREPORTLINE FROM HEADING-LINE2
              AFTER ADVANCING 2 LINES.
           MOVE SPACES TO BENEFITREPORTLINE.
           WRITE BENEFITREPORTLINE AFTER ADVANCING 1 LINE.
           PERFORM 0080-LOAD-ELECTIONS.

           OPEN INPUT EMPLOYEEFILE.
           IF FILE-CHECK-KEY NOT = "00"
               DISPLAY "Non-zero file status: ",
                       FILE-CHECK-KEY, " on EMPFILE.DAT"
               MOVE 8 TO RETURN-CODE
               CLOSE BENEFITREPORT
               GO TO 9000-END-PROGRAM
           END-IF.
           OPEN INPUT DEDUCTMASTER.
           IF WS-DEDUCT-CHECK-KEY NOT = "00"
               DISPLAY "Non-zero file status: ",
                       WS-DEDUCT-CHECK-KEY, " on DEDUCTMASTER.DAT"
               MOVE 8 TO RETURN-CODE
               CLOSE EMPLOYEEFILE, BENEFITREPORT
               GO TO 9000-END-PROGRAM
           END-IF.
           OPEN OUTPUT NEWDEDUCTMASTER.
           OPEN OUTPUT NEWENROLLFILE.
           SET FILES-ARE-OPEN TO TRUE.

           PERFORM 0110-READ-EMPLOYEE.
           PERFORM 0120-READ-DEDUCT.
           PERFORM 0200-MATCH-ONE-EMPLOYEE
               UNTIL ENDOFEMPLOYEES AND ENDOFDEDUCT.
           PERFORM 0500-ROLL-ONE-ELECTION
               VARYING ENR-IDX FROM 1 BY 1
               UNTIL ENR-IDX > WS-ENROLL-COUNT.
           PERFORM 0600-WRITE-FOOTINGS.
           PERFORM 9000-END-PROGRAM.
       0100-END.

       0050-GET-PROCESSING-DATE.
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
       0050-END.

       0060-LOAD-PLANS.
           OPEN INPUT PLANFILE.
           IF WS-PLAN-CHECK-KEY NOT = "00"
               DISPLAY "Non-zero file status: ",
                       WS-PLAN-CHECK-KEY, " on BENEFITPLANS.DAT"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0065-LOAD-ONE-PLAN UNTIL ENDOFPLANS.
           CLOSE PLANFILE.
           IF WS-PLAN-COUNT = ZERO
               DISPLAY "BENEFITPLANS.DAT empty, run stopped"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-END-PROGRAM
           END-IF.
       0060-END.

       0065-LOAD-ONE-PLAN.
           READ PLANFILE
               AT END SET ENDOFPLANS TO TRUE
               NOT AT END
                   IF PLANRECORD NOT = SPACES
                       IF WS-PLAN-COUNT < 20
                           ADD 1 TO WS-PLAN-COUNT
                           SET PLN-IDX TO WS-PLAN-COUNT
                           MOVE BP-PLAN-CODE TO WS-PLN-CODE(PLN-IDX)
                           MOVE BP-WAIT-DAYS
                               TO WS-PLN-WAIT-DAYS(PLN-IDX)
                           MOVE BP-DEDUCT-TYPE
                               TO WS-PLN-DEDUCT-TYPE(PLN-IDX)
                           PERFORM 0066-LOAD-ONE-TIER
                               VARYING WS-TIER-IDX FROM 1 BY 1
                               UNTIL WS-TIER-IDX > 4
                       ELSE
                           DISPLAY "BENEFITPLANS.DAT: table full at "
                                   "20 plans, ignoring ", BP-PLAN-CODE
                       END-IF
                   END-IF
           END-READ.
       0065-END.

       0066-LOAD-ONE-TIER.
           MOVE BP-TIER-COST(WS-TIER-IDX)
               TO WS-PLN-TIER-COST(PLN-IDX, WS-TIER-IDX).
       0066-END.

       0070-LOAD-ENROLLMENTS.
           OPEN INPUT ENROLLFILE.
           EVALUATE WS-ENROLL-CHECK-KEY
               WHEN "00"
                   PERFORM 0075-LOAD-ONE-ENROLLMENT UNTIL ENDOFENROLL
                   CLOSE ENROLLFILE
               WHEN "35"
                   SET SEEDING-ELECTIONS TO TRUE
                   DISPLAY "No BENEFITENROLL.DAT - elections seeded "
                           "from DEDUCTMASTER.DAT"
               WHEN OTHER
                   DISPLAY "Non-zero file status: ",
                           WS-ENROLL-CHECK-KEY, " on BENEFITENROLL.DAT"
                   MOVE 8 TO RETURN-CODE
                   GO TO 9000-END-PROGRAM
           END-EVALUATE.
       0070-END.

       0075-LOAD-ONE-ENROLLMENT.
           READ ENROLLFILE
               AT END SET ENDOFENROLL TO TRUE
               NOT AT END
                   IF ENROLLRECORD NOT = SPACES
                       IF WS-ENROLL-COUNT < 1500
                           ADD 1 TO WS-ENROLL-COUNT
                           SET ENR-IDX TO WS-ENROLL-COUNT
                           MOVE EN-EMPLOYEEID
                               TO WS-ENR-EMPLOYEEID(ENR-IDX)
                           MOVE EN-PLAN-CODE
                               TO WS-ENR-PLAN-CODE(ENR-IDX)
                           MOVE EN-STATUS TO WS-ENR-STATUS(ENR-IDX)
                           MOVE EN-TIER TO WS-ENR-TIER(ENR-IDX)
                           MOVE EN-ELECTION-DATE
                               TO WS-ENR-ELECTION-DATE(ENR-IDX)
                       ELSE
                           DISPLAY "BENEFITENROLL.DAT: table full at "
                                   "1500 entries, dropping ",
                                   EN-EMPLOYEEID, " ", EN-PLAN-CODE
                       END-IF
                   END-IF
           END-READ.
       0075-END.

      *A form is checked on its own here; whether the employee is
      *on file, and still employed, is settled in the master pass.
       0080-LOAD-ELECTIONS.
           OPEN INPUT ELECTFILE.
           IF WS-ELECT-CHECK-KEY = "00"
               PERFORM 0085-APPLY-ONE-ELECTION UNTIL ENDOFELECT
               CLOSE ELECTFILE
           END-IF.
       0080-END.

       0085-APPLY-ONE-ELECTION.
           READ ELECTFILE
               AT END SET ENDOFELECT TO TRUE
               NOT AT END
                   IF ELECTRECORD NOT = SPACES
                       ADD 1 TO WS-ELECT-COUNT
                       PERFORM 0090-VALIDATE-ELECTION
                       IF WS-REJECT-TEXT NOT = SPACES
                           PERFORM 0095-REJECT-ELECTION
                       ELSE
                           PERFORM 0088-FILE-ELECTION
                               THRU 0088-END
                       END-IF
                   END-IF
           END-READ.
       0085-END.

       0088-FILE-ELECTION.
           IF NOT ENTRY-WAS-FOUND
               IF WS-ENROLL-COUNT < 1500
                   ADD 1 TO WS-ENROLL-COUNT
                   SET ENR-IDX TO WS-ENROLL-COUNT
                   MOVE BE-EMPLOYEEID TO WS-ENR-EMPLOYEEID(ENR-IDX)
                   MOVE BE-PLAN-CODE TO WS-ENR-PLAN-CODE(ENR-IDX)
               ELSE
                   MOVE "ENROLLMENT TABLE FULL" TO WS-REJECT-TEXT
                   PERFORM 0095-REJECT-ELECTION
                   GO TO 0088-END
               END-IF
           END-IF.
           IF BE-IS-ELECT
               MOVE "E" TO WS-ENR-STATUS(ENR-IDX)
               MOVE BE-TIER TO WS-ENR-TIER(ENR-IDX)
           ELSE
               MOVE "W" TO WS-ENR-STATUS(ENR-IDX)
               MOVE SPACE TO WS-ENR-TIER(ENR-IDX)
           END-IF.
           MOVE WS-RUN-DATE TO WS-ENR-ELECTION-DATE(ENR-IDX).
           SET WS-ENR-IS-NEW(ENR-IDX) TO TRUE.
       0088-END.

       0090-VALIDATE-ELECTION.
           MOVE SPACES TO WS-REJECT-TEXT.
           IF NOT BE-IS-ELECT AND NOT BE-IS-WAIVE AND NOT BE-IS-DROP
               MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-TEXT
           ELSE IF BE-EMPLOYEEID NOT NUMERIC OR BE-EMPLOYEEID = ZERO
               MOVE "EMPLOYEE ID NOT VALID" TO WS-REJECT-TEXT
           ELSE
               MOVE BE-PLAN-CODE TO WS-FIND-PLAN-CODE
               PERFORM 0350-FIND-PLAN
               IF NOT ENTRY-WAS-FOUND
                   MOVE "UNKNOWN PLAN CODE" TO WS-REJECT-TEXT
               ELSE IF BE-IS-ELECT AND NOT BE-TIER-IS-VALID
                   MOVE "UNKNOWN COVERAGE TIER" TO WS-REJECT-TEXT
               ELSE
                   MOVE BE-EMPLOYEEID TO WS-FIND-EMPLOYEEID
                   PERFORM 0355-FIND-ELECTION
                   IF BE-IS-DROP
                       IF NOT ENTRY-WAS-FOUND
                           MOVE "NOT ENROLLED IN PLAN"
                               TO WS-REJECT-TEXT
                       ELSE IF NOT WS-ENR-IS-ENROLLED(ENR-IDX)
                           MOVE "NOT ENROLLED IN PLAN"
                               TO WS-REJECT-TEXT
                       END-IF END-IF
                   END-IF
               END-IF END-IF
           END-IF END-IF.
       0090-END.

       0095-REJECT-ELECTION.
           MOVE SPACES TO BENEFIT-DETAIL-LINE.
           MOVE ZERO TO DL-EMPLOYEEID.
           IF BE-EMPLOYEEID NUMERIC
               MOVE BE-EMPLOYEEID TO DL-EMPLOYEEID
           END-IF.
           MOVE BE-PLAN-CODE TO DL-PLAN-CODE.
           STRING "REJECTED " DELIMITED BY SIZE
                  WS-REJECT-TEXT DELIMITED BY SIZE
               INTO DL-ACTION
           END-STRING.
           MOVE ZERO TO DL-AMOUNT.
           MOVE ZERO TO DL-ELIGIBLE-DATE.
           WRITE BENEFITREPORTLINE FROM BENEFIT-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-REJECTED-COUNT.
       0095-END.

       0110-READ-EMPLOYEE.
           READ EMPLOYEEFILE NEXT RECORD
               AT END SET ENDOFEMPLOYEES TO TRUE
           END-READ.
       0110-END.

       0120-READ-DEDUCT.
           READ DEDUCTMASTER
               AT END SET ENDOFDEDUCT TO TRUE
           END-READ.
           IF NOT ENDOFDEDUCT AND DEDUCTRECORD = SPACES
               GO TO 0120-READ-DEDUCT
           END-IF.
       0120-END.

      *Balanced-line on EMPLOYEEID, end-of-file flags tested ahead
      *of any key comparison.  A deductions record with no employee
      *behind it rides through untouched; an employee with no
      *deductions record gets one only if a plan deduction starts.
       0200-MATCH-ONE-EMPLOYEE.
           MOVE "N" TO WS-DEDUCT-ON-FILE-FLAG.
           EVALUATE TRUE
               WHEN ENDOFEMPLOYEES
                   PERFORM 0210-CARRY-DEDUCT-RECORD
                   PERFORM 0120-READ-DEDUCT
               WHEN ENDOFDEDUCT
                   PERFORM 0220-START-DEDUCT-IMAGE
                   PERFORM 0300-SETTLE-ONE-EMPLOYEE
                   PERFORM 0110-READ-EMPLOYEE
               WHEN EMPLOYEEID = DM-EMPLOYEEID
                   MOVE DEDUCTRECORD TO WS-DEDUCT-IMAGE
                   SET DEDUCT-ON-FILE TO TRUE
                   PERFORM 0300-SETTLE-ONE-EMPLOYEE
                   PERFORM 0110-READ-EMPLOYEE
                   PERFORM 0120-READ-DEDUCT
               WHEN EMPLOYEEID < DM-EMPLOYEEID
                   PERFORM 0220-START-DEDUCT-IMAGE
                   PERFORM 0300-SETTLE-ONE-EMPLOYEE
                   PERFORM 0110-READ-EMPLOYEE
               WHEN OTHER
                   PERFORM 0210-CARRY-DEDUCT-RECORD
                   PERFORM 0120-READ-DEDUCT
           END-EVALUATE.
       0200-END.

       0210-CARRY-DEDUCT-RECORD.
           WRITE NEWDEDUCTRECORD FROM DEDUCTRECORD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-DEDUCT-OUT-COUNT.
       0210-END.

       0220-START-DEDUCT-IMAGE.
           MOVE SPACES TO WS-DEDUCT-IMAGE.
           MOVE EMPLOYEEID TO WD-EMPLOYEEID.
           PERFORM 0225-CLEAR-ONE-SLOT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 3.
           MOVE ZERO TO WD-ALLOWANCES.
       0220-END.

       0225-CLEAR-ONE-SLOT.
           MOVE SPACES TO WD-DEDUCT-CODE(WS-SLOT-IDX).
           MOVE SPACE TO WD-DEDUCT-TYPE(WS-SLOT-IDX).
           MOVE ZERO TO WD-DEDUCT-VALUE(WS-SLOT-IDX).
       0225-END.

      *One employee: check the plan slots already on the record
      *against the elections, then place any election that has
      *come into effect and is not on the record yet.  The record
      *is written if it was already on file or now carries
      *anything.
       0300-SETTLE-ONE-EMPLOYEE.
           ADD 1 TO WS-EMPLOYEE-COUNT.
           MOVE EMPLOYEEID TO WS-FIND-EMPLOYEEID.
           MOVE STARTDATE TO WS-START-DATE.
           PERFORM 0310-MARK-ONE-ELECTION
               VARYING ENR-IDX FROM 1 BY 1
               UNTIL ENR-IDX > WS-ENROLL-COUNT.
           IF START-MONTH NOT NUMERIC OR START-DAY NOT NUMERIC
              OR START-YEAR NOT NUMERIC OR START-YEAR < 1900
              OR START-MONTH < 1 OR START-MONTH > 12
              OR START-DAY < 1 OR START-DAY > 31
               MOVE SPACES TO WS-FIND-PLAN-CODE
               MOVE ZERO TO WS-TIER-COST
               MOVE ZERO TO WS-ELIGIBLE-DATE
               MOVE "START DATE INVALID" TO DL-ACTION
               PERFORM 0340-WRITE-DETAIL
           ELSE
               PERFORM 0305-SETTLE-SLOTS
           END-IF.
           MOVE ZERO TO WS-SLOTS-USED.
           PERFORM 0345-COUNT-ONE-SLOT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 3.
           IF WS-SLOTS-USED > ZERO OR DEDUCT-ON-FILE
               WRITE NEWDEDUCTRECORD FROM WS-DEDUCT-IMAGE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-DEDUCT-OUT-COUNT
           END-IF.
       0300-END.

      *A start date that will not convert leaves the record as it
      *stands until personnel correct it.
       0305-SETTLE-SLOTS.
           PERFORM 0320-CHECK-ONE-SLOT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 3.
           IF NOT EMP-IS-TERMINATED
               PERFORM 0330-PLACE-ONE-PLAN
                   VARYING PLN-IDX FROM 1 BY 1
                   UNTIL PLN-IDX > WS-PLAN-COUNT
           END-IF.
       0305-END.

      *A leaver's elections are closed; a form for a leaver made
      *this run is rejected outright.
       0310-MARK-ONE-ELECTION.
           IF WS-ENR-EMPLOYEEID(ENR-IDX) = WS-FIND-EMPLOYEEID
               SET WS-ENR-WAS-SEEN(ENR-IDX) TO TRUE
               IF EMP-IS-TERMINATED
                   SET WS-ENR-IS-CLOSED(ENR-IDX) TO TRUE
                   IF WS-ENR-IS-NEW(ENR-IDX)
                       MOVE SPACES TO ELECTRECORD
                       MOVE WS-FIND-EMPLOYEEID TO BE-EMPLOYEEID
                       MOVE WS-ENR-PLAN-CODE(ENR-IDX) TO BE-PLAN-CODE
                       MOVE "EMPLOYEE TERMINATED" TO WS-REJECT-TEXT
                       PERFORM 0095-REJECT-ELECTION
                   END-IF
               END-IF
           END-IF.
       0310-END.

      *A plan slot stays only while the employee is active and the
      *election behind it is in effect; its value follows the tier
      *cost, so a tier change or a plan repricing flows through.
       0320-CHECK-ONE-SLOT.
           IF WD-DEDUCT-CODE(WS-SLOT-IDX) NOT = SPACES
               MOVE WD-DEDUCT-CODE(WS-SLOT-IDX) TO WS-FIND-PLAN-CODE
               PERFORM 0350-FIND-PLAN
               IF ENTRY-WAS-FOUND
                   IF EMP-IS-TERMINATED
                       MOVE "ENDED - EMPLOYEE TERMINATED"
                           TO DL-ACTION
                       PERFORM 0325-END-ONE-SLOT
                   ELSE
                       PERFORM 0360-CHECK-ELECTION
                       IF SEEDING-ELECTIONS AND NOT ENTRY-WAS-FOUND
                           PERFORM 0365-SEED-ELECTION THRU 0365-END
                       END-IF
                       IF ELECTION-IN-EFFECT
                           SET WS-ENR-WAS-PLACED(ENR-IDX) TO TRUE
                           IF WD-DEDUCT-VALUE(WS-SLOT-IDX)
                                   NOT = WS-TIER-COST
                              OR WD-DEDUCT-TYPE(WS-SLOT-IDX)
                                   NOT = WS-PLN-DEDUCT-TYPE(PLN-IDX)
                               MOVE WS-PLN-DEDUCT-TYPE(PLN-IDX)
                                   TO WD-DEDUCT-TYPE(WS-SLOT-IDX)
                               MOVE WS-TIER-COST
                                   TO WD-DEDUCT-VALUE(WS-SLOT-IDX)
                               MOVE "DEDUCTION CHANGED" TO DL-ACTION
                               PERFORM 0340-WRITE-DETAIL
                               ADD 1 TO WS-CHANGED-COUNT
                           END-IF
                       ELSE
                           MOVE "DEDUCTION ENDED" TO DL-ACTION
                           PERFORM 0325-END-ONE-SLOT
                       END-IF
                   END-IF
               END-IF
           END-IF.
       0320-END.

       0325-END-ONE-SLOT.
           MOVE ZERO TO WS-ELIGIBLE-DATE.
           MOVE WD-DEDUCT-VALUE(WS-SLOT-IDX) TO WS-TIER-COST.
           PERFORM 0340-WRITE-DETAIL.
           PERFORM 0225-CLEAR-ONE-SLOT.
           ADD 1 TO WS-ENDED-COUNT.
       0325-END.

      *An election in effect and not yet on the record goes into
      *the first free slot.  With no election at all, an employee
      *whose waiting period ends this month is listed for HR to
      *chase.
       0330-PLACE-ONE-PLAN.
           MOVE WS-PLN-CODE(PLN-IDX) TO WS-FIND-PLAN-CODE.
           PERFORM 0360-CHECK-ELECTION.
           IF ELECTION-IN-EFFECT
               IF NOT WS-ENR-WAS-PLACED(ENR-IDX)
                   PERFORM 0335-START-ONE-DEDUCTION
               END-IF
           ELSE IF NOT ENTRY-WAS-FOUND
               IF WS-ELIGIBLE-DATE NOT = ZERO
                  AND WS-ELIGIBLE-YYYYMM = WS-RUN-YYYYMM
                   MOVE ZERO TO WS-TIER-COST
                   MOVE "ELIGIBLE - NO ELECTION MADE" TO DL-ACTION
                   PERFORM 0340-WRITE-DETAIL
                   ADD 1 TO WS-NO-ELECTION-COUNT
               END-IF
           END-IF END-IF.
       0330-END.

       0335-START-ONE-DEDUCTION.
           SET WS-ENR-WAS-PLACED(ENR-IDX) TO TRUE.
           MOVE ZERO TO WS-FREE-SLOT.
           PERFORM 0337-FIND-FREE-SLOT
               VARYING WS-SLOT-IDX FROM 3 BY -1
               UNTIL WS-SLOT-IDX = ZERO.
           IF WS-FREE-SLOT = ZERO
               MOVE "NO FREE DEDUCTION SLOT" TO DL-ACTION
               PERFORM 0340-WRITE-DETAIL
               ADD 1 TO WS-NO-SLOT-COUNT
           ELSE
               MOVE WS-FREE-SLOT TO WS-SLOT-IDX
               MOVE WS-PLN-CODE(PLN-IDX)
                   TO WD-DEDUCT-CODE(WS-SLOT-IDX)
               MOVE WS-PLN-DEDUCT-TYPE(PLN-IDX)
                   TO WD-DEDUCT-TYPE(WS-SLOT-IDX)
               MOVE WS-TIER-COST TO WD-DEDUCT-VALUE(WS-SLOT-IDX)
               MOVE "DEDUCTION STARTED" TO DL-ACTION
               PERFORM 0340-WRITE-DETAIL
               ADD 1 TO WS-STARTED-COUNT
           END-IF.
       0335-END.

      *Walked from the last slot down, so the lowest free slot is
      *the one left in WS-FREE-SLOT.
       0337-FIND-FREE-SLOT.
           IF WD-DEDUCT-CODE(WS-SLOT-IDX) = SPACES
               MOVE WS-SLOT-IDX TO WS-FREE-SLOT
           END-IF.
       0337-END.

       0340-WRITE-DETAIL.
           MOVE WS-FIND-EMPLOYEEID TO DL-EMPLOYEEID.
           MOVE WS-FIND-PLAN-CODE TO DL-PLAN-CODE.
           MOVE WS-TIER-COST TO DL-AMOUNT.
           MOVE WS-ELIGIBLE-DATE TO DL-ELIGIBLE-DATE.
           WRITE BENEFITREPORTLINE FROM BENEFIT-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
       0340-END.

       0345-COUNT-ONE-SLOT.
           IF WD-DEDUCT-CODE(WS-SLOT-IDX) NOT = SPACES
               ADD 1 TO WS-SLOTS-USED
           END-IF.
       0345-END.

       0350-FIND-PLAN.
           MOVE "N" TO WS-FOUND-FLAG.
           SET PLN-IDX TO 1.
           SEARCH WS-PLAN-ENTRY
               AT END
                   CONTINUE
               WHEN PLN-IDX > WS-PLAN-COUNT
                   CONTINUE
               WHEN WS-PLN-CODE(PLN-IDX) = WS-FIND-PLAN-CODE
                   SET ENTRY-WAS-FOUND TO TRUE
           END-SEARCH.
       0350-END.

       0355-FIND-ELECTION.
           MOVE "N" TO WS-FOUND-FLAG.
           SET ENR-IDX TO 1.
           SEARCH WS-ENROLL-ENTRY
               AT END
                   CONTINUE
               WHEN ENR-IDX > WS-ENROLL-COUNT
                   CONTINUE
               WHEN WS-ENR-EMPLOYEEID(ENR-IDX) = WS-FIND-EMPLOYEEID
                AND WS-ENR-PLAN-CODE(ENR-IDX) = WS-FIND-PLAN-CODE
                   SET ENTRY-WAS-FOUND TO TRUE
           END-SEARCH.
       0355-END.

      *For the plan at PLN-IDX: the employee's eligibility date,
      *their election if any (ENTRY-WAS-FOUND, ENR-IDX), and whether
      *it is an enrollment in effect this cycle -- enrolled, and
      *the waiting period ending no later than this month -- with
      *its tier's cost.
       0360-CHECK-ELECTION.
           MOVE "N" TO WS-EFFECTIVE-FLAG.
           MOVE ZERO TO WS-ELIGIBLE-DATE.
           MOVE ZERO TO WS-TIER-COST.
           IF WS-START-DATE > ZERO
               COMPUTE WS-ELIGIBLE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-START-DATE)
                   + WS-PLN-WAIT-DAYS(PLN-IDX))
           END-IF.
           PERFORM 0355-FIND-ELECTION.
           IF ENTRY-WAS-FOUND
               IF WS-ENR-IS-ENROLLED(ENR-IDX)
                  AND WS-ELIGIBLE-DATE NOT = ZERO
                  AND WS-ELIGIBLE-YYYYMM NOT > WS-RUN-YYYYMM
                   SET ELECTION-IN-EFFECT TO TRUE
                   EVALUATE WS-ENR-TIER(ENR-IDX)
                       WHEN "S"
                           MOVE 2 TO WS-TIER-IDX
                       WHEN "C"
                           MOVE 3 TO WS-TIER-IDX
                       WHEN "F"
                           MOVE 4 TO WS-TIER-IDX
                       WHEN OTHER
                           MOVE 1 TO WS-TIER-IDX
                   END-EVALUATE
                   MOVE WS-PLN-TIER-COST(PLN-IDX, WS-TIER-IDX)
                       TO WS-TIER-COST
               END-IF
           END-IF.
       0360-END.

      *First run only: the slot is already being deducted, so the
      *election seeded from it is in effect now, whatever the
      *waiting period says.  It is marked seen here because the
      *employee's elections were marked before the slots were
      *checked.  A table too full to seed stops the run rather
      *than end a deduction nobody dropped.
       0365-SEED-ELECTION.
           IF WS-ENROLL-COUNT NOT < 1500
               DISPLAY "BENEFITENROLL.DAT: table full at 1500 "
                       "entries while seeding, run stopped"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-END-PROGRAM
           END-IF.
           ADD 1 TO WS-ENROLL-COUNT.
           SET ENR-IDX TO WS-ENROLL-COUNT.
           MOVE WS-FIND-EMPLOYEEID TO WS-ENR-EMPLOYEEID(ENR-IDX).
           MOVE WS-FIND-PLAN-CODE TO WS-ENR-PLAN-CODE(ENR-IDX).
           MOVE "E" TO WS-ENR-STATUS(ENR-IDX).
           MOVE WS-RUN-DATE TO WS-ENR-ELECTION-DATE(ENR-IDX).
           SET WS-ENR-WAS-SEEN(ENR-IDX) TO TRUE.
           MOVE ZERO TO WS-MATCHED-TIER.
           PERFORM 0366-MATCH-ONE-TIER
               VARYING WS-TIER-IDX FROM 4 BY -1
               UNTIL WS-TIER-IDX = ZERO.
           EVALUATE WS-MATCHED-TIER
               WHEN 2
                   MOVE "S" TO WS-ENR-TIER(ENR-IDX)
               WHEN 3
                   MOVE "C" TO WS-ENR-TIER(ENR-IDX)
               WHEN 4
                   MOVE "F" TO WS-ENR-TIER(ENR-IDX)
               WHEN OTHER
                   MOVE "E" TO WS-ENR-TIER(ENR-IDX)
           END-EVALUATE.
           MOVE WD-DEDUCT-VALUE(WS-SLOT-IDX) TO WS-TIER-COST.
           IF WS-MATCHED-TIER = ZERO
               MOVE 1 TO WS-MATCHED-TIER
               MOVE "SEEDED - AMOUNT NOT A TIER" TO DL-ACTION
           ELSE
               MOVE "ELECTION SEEDED FROM DEDUCTION" TO DL-ACTION
           END-IF.
           PERFORM 0340-WRITE-DETAIL.
           ADD 1 TO WS-SEEDED-COUNT.
           SET ELECTION-IN-EFFECT TO TRUE.
           MOVE WS-PLN-TIER-COST(PLN-IDX, WS-MATCHED-TIER)
               TO WS-TIER-COST.
       0365-END.

      *Walked from the last tier down, so the lowest tier priced at
      *the keyed amount is the one left in WS-MATCHED-TIER.
       0366-MATCH-ONE-TIER.
           IF WS-PLN-TIER-COST(PLN-IDX, WS-TIER-IDX)
                   = WD-DEDUCT-VALUE(WS-SLOT-IDX)
               MOVE WS-TIER-IDX TO WS-MATCHED-TIER
           END-IF.
       0366-END.

      *Elections for employees no longer on EMPFILE.DAT are dropped;
      *a form made this run for an id not on file is rejected.
       0500-ROLL-ONE-ELECTION.
           IF NOT WS-ENR-WAS-SEEN(ENR-IDX)
               IF WS-ENR-IS-NEW(ENR-IDX)
                   MOVE SPACES TO ELECTRECORD
                   MOVE WS-ENR-EMPLOYEEID(ENR-IDX) TO BE-EMPLOYEEID
                   MOVE WS-ENR-PLAN-CODE(ENR-IDX) TO BE-PLAN-CODE
                   MOVE "EMPLOYEE NOT ON FILE" TO WS-REJECT-TEXT
                   PERFORM 0095-REJECT-ELECTION
               END-IF
           ELSE IF NOT WS-ENR-IS-CLOSED(ENR-IDX)
               MOVE SPACES TO ENROLLRECORD
               MOVE WS-ENR-EMPLOYEEID(ENR-IDX) TO EN-EMPLOYEEID
               MOVE WS-ENR-PLAN-CODE(ENR-IDX) TO EN-PLAN-CODE
               MOVE WS-ENR-STATUS(ENR-IDX) TO EN-STATUS
               MOVE WS-ENR-TIER(ENR-IDX) TO EN-TIER
               MOVE WS-ENR-ELECTION-DATE(ENR-IDX) TO EN-ELECTION-DATE
               WRITE NEWENROLLRECORD FROM ENROLLRECORD
                   AFTER ADVANCING 1 LINE
           END-IF END-IF.
       0500-END.

       0600-WRITE-FOOTINGS.
           MOVE "DEDUCTIONS STARTED:" TO FL-LABEL.
           MOVE WS-STARTED-COUNT TO FL-COUNT.
           WRITE BENEFITREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 2 LINES.
           MOVE "DEDUCTIONS CHANGED:" TO FL-LABEL.
           MOVE WS-CHANGED-COUNT TO FL-COUNT.
           WRITE BENEFITREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 1 LINE.
           MOVE "DEDUCTIONS ENDED:" TO FL-LABEL.
           MOVE WS-ENDED-COUNT TO FL-COUNT.
           WRITE BENEFITREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 1 LINE.
           MOVE "ELIGIBLE, NO ELECTION:" TO FL-LABEL.
           MOVE WS-NO-ELECTION-COUNT TO FL-COUNT.
           WRITE BENEFITREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 1 LINE.
           MOVE "NO FREE DEDUCTION SLOT:" TO FL-LABEL.
           MOVE WS-NO-SLOT-COUNT TO FL-COUNT.
           WRITE BENEFITREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 1 LINE.
           MOVE "ELECTIONS SEEDED:" TO FL-LABEL.
           MOVE WS-SEEDED-COUNT TO FL-COUNT.
           WRITE BENEFITREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 1 LINE.
           MOVE "ELECTIONS REJECTED:" TO FL-LABEL.
           MOVE WS-REJECTED-COUNT TO FL-COUNT.
           WRITE BENEFITREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 1 LINE.
       0600-END.

       9000-END-PROGRAM.
           IF FILES-ARE-OPEN
               CLOSE EMPLOYEEFILE, DEDUCTMASTER, NEWDEDUCTMASTER,
                   NEWENROLLFILE, BENEFITREPORT
           END-IF.
           DISPLAY "Employees read:            ", WS-EMPLOYEE-COUNT.
           DISPLAY "Election forms read:       ", WS-ELECT-COUNT.
           DISPLAY "Election forms rejected:   ", WS-REJECTED-COUNT.
           DISPLAY "Deductions started:        ", WS-STARTED-COUNT.
           DISPLAY "Deductions changed:        ", WS-CHANGED-COUNT.
           DISPLAY "Deductions ended:          ", WS-ENDED-COUNT.
           DISPLAY "Eligible, no election:     ", WS-NO-ELECTION-COUNT.
           DISPLAY "No free deduction slot:    ", WS-NO-SLOT-COUNT.
           DISPLAY "Elections seeded:          ", WS-SEEDED-COUNT.
           DISPLAY "Deduction records written: ", WS-DEDUCT-OUT-COUNT.
           STOP RUN.

          END PROGRAM BENENROLL.

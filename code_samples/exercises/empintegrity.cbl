       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPINTEGRITY.

      *Weekly referential integrity sweep across the masters that
      *hang off EMPLOYEEID.  SSNXREF.DAT, BANKACCOUNTS.DAT,
      *DEDUCTMASTER.DAT, LEAVEBALANCE.DAT, YTDEARNINGS.DAT,
      *DEDUCTARREARS.DAT, and BACKPAY.DAT are each matched against
      *EMPFILE.DAT and EMP-STATUS, and every disagreement is listed
      *on EMPINTEGRITY.LPT by category:
      *
      *  MISSING   an active employee with no DEDUCTMASTER.DAT or
      *            no LEAVEBALANCE.DAT record -- NETPAY and the
      *            leave run both expect one for everyone on the
      *            payroll.  A bank account, a YTD line, and an SSN
      *            cross-reference are not required: cheque pay,
      *            a new hire's first cycle, and pre-onboarding
      *            hires all legitimately have none.
      *  ORPHAN    any record on any of the seven files whose
      *            employee is not on EMPFILE.DAT at all, such as a
      *            bank account left behind by a purge.
      *  CONFLICT  a record that is live for an employee EMP-STATUS
      *            says is terminated: deduction arrears still owed,
      *            or an open back-pay settlement, neither of which
      *            any payroll will ever recover or pay.
      *
      *The side files are held in one table keyed by EMPLOYEEID,
      *the way FINALPAY holds its leave, deduction, and bank
      *records, since SSNXREF.DAT is in SSN order and the arrears
      *and back-pay files in no particular order at all.  A file
      *that is not on disk is reported as such and not checked; so
      *is one that overflows the table, which is only partly held.
      *The run's counts go to INTEGRITYCOUNTS.DAT for the morning
      *digest.  Findings are the report's business, not a failed
      *run: only an unreadable EMPFILE.DAT ends with return code 8.
      *Read-only: nothing on any master is changed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEEFILE ASSIGN TO "EMPFILE.DAT"
           FILE STATUS IS FILE-CHECK-KEY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPLOYEEID
           ALTERNATE RECORD KEY IS STARTDATE WITH DUPLICATES.

      *Read front to back in SSN order; only the employee matters
      *here.
       SELECT SSNXREF ASSIGN TO "SSNXREF.DAT"
           FILE STATUS IS WS-XREF-CHECK-KEY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS XR-SSN.

       SELECT BANKACCOUNTS ASSIGN TO "BANKACCOUNTS.DAT"
           FILE STATUS IS WS-BANK-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DEDUCTMASTER ASSIGN TO "DEDUCTMASTER.DAT"
           FILE STATUS IS WS-DEDUCT-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT LEAVEBALANCE ASSIGN TO "LEAVEBALANCE.DAT"
           FILE STATUS IS WS-BALANCE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT YTDFILE ASSIGN TO "YTDEARNINGS.DAT"
           FILE STATUS IS WS-YTD-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARREARSFILE ASSIGN TO "DEDUCTARREARS.DAT"
           FILE STATUS IS WS-ARREARS-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT BACKPAYFILE ASSIGN TO "BACKPAY.DAT"
           FILE STATUS IS WS-BACKPAY-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT INTEGRITYREPORT ASSIGN TO "EMPINTEGRITY.LPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT INTEGRITYCOUNTS ASSIGN TO "INTEGRITYCOUNTS.DAT"
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

       FD SSNXREF.
       01 XREFRECORD.
            88 ENDOFXREF            VALUE HIGH-VALUES.
            02 XR-SSN               PIC 9(9).
            02 XR-EMPLOYEEID        PIC 9(7).

       FD BANKACCOUNTS.
       01 BANKACCOUNTRECORD.
            88 ENDOFBANK            VALUE HIGH-VALUES.
            04 BA-EMPLOYEEID        PIC 9(7).
            04 BA-ROUTING-NUMBER    PIC 9(9).
            04 BA-ACCOUNT-NUMBER    PIC X(17).
            04 BA-ACCOUNT-TYPE      PIC X.
            04 BA-STATUS            PIC X.
            04 BA-RETURN-CODE       PIC X(3).
            04 BA-STATUS-DATE       PIC 9(8).

       FD DEDUCTMASTER.
       01 DEDUCTRECORD.
            88 ENDOFDEDUCT          VALUE HIGH-VALUES.
            04 DM-EMPLOYEEID        PIC 9(7).
            04 FILLER               PIC X(36).

       FD LEAVEBALANCE.
       01 LEAVEBALANCERECORD.
            88 ENDOFBALANCE         VALUE HIGH-VALUES.
            02 LB-EMPLOYEEID        PIC 9(7).
            02 LB-YEAR              PIC 9(4).
            02 LB-VAC-BALANCE       PIC S9(4)V9
                                    SIGN IS LEADING SEPARATE.
            02 LB-SICK-BALANCE      PIC S9(4)V9
                                    SIGN IS LEADING SEPARATE.

       FD YTDFILE.
       01 YTDRECORD.
            88 ENDOFYTD             VALUE HIGH-VALUES.
            04 YTD-EMPLOYEEID       PIC 9(7).
            04 YTD-EMPLOYEENAME.
               05 YTD-LASTNAME      PIC X(10).
               05 YTD-FIRSTNAME     PIC X(10).
            04 YTD-YEAR             PIC 9(4).
            04 YTD-GROSS            PIC 9(9)V99.
            04 YTD-RUN-COUNT        PIC 9(3).
            04 YTD-DEDUCTIONS       PIC 9(9)V99.

       FD ARREARSFILE.
       01 ARREARSRECORD.
            88 ENDOFARREARS         VALUE HIGH-VALUES.
            04 AR-EMPLOYEEID        PIC 9(7).
            04 AR-DEDUCT-CODE       PIC X(4).
            04 AR-AMOUNT            PIC 9(7)V99.

      *BP-STATUS is space while the settlement is still to be paid
      *and "D" once NETPAY has disbursed it.
       FD BACKPAYFILE.
       01 BACKPAYRECORD.
            88 ENDOFBACKPAY         VALUE HIGH-VALUES.
            04 BP-EMPLOYEEID        PIC 9(7).
            04 BP-OLD-RATE          PIC 9(4)V99.
            04 BP-NEW-RATE          PIC 9(4)V99.
            04 BP-EFFECTIVE-DATE    PIC 9(8).
            04 BP-MONTHS            PIC 9(3).
            04 BP-BACKPAY           PIC 9(7)V99.
            04 BP-STATUS            PIC X.
               88 BP-IS-OPEN        VALUE SPACE.
            04 BP-DISBURSED-DATE    PIC 9(8).

       FD INTEGRITYREPORT.
       01 INTEGRITYREPORTLINE      PIC X(132).

       FD INTEGRITYCOUNTS.
           COPY INTEGCNT.
      *(INTEGRITY-COUNT-RECORD, from copybooks/INTEGCNT.CPY)

       FD RUNDATEFILE.
       01 RUNDATERECORD.
            02 RD-PROCESSING-DATE   PIC 9(8).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY       PIC X(2).
           05  WS-XREF-CHECK-KEY    PIC X(2).
           05  WS-BANK-CHECK-KEY    PIC X(2).
           05  WS-DEDUCT-CHECK-KEY  PIC X(2).
           05  WS-BALANCE-CHECK-KEY PIC X(2).
           05  WS-YTD-CHECK-KEY     PIC X(2).
           05  WS-ARREARS-CHECK-KEY PIC X(2).
           05  WS-BACKPAY-CHECK-KEY PIC X(2).
           05  WS-RUNDATE-CHECK-KEY PIC X(2).
       01  WS-RUN-DATE              PIC 9(8).

      *The seven masters swept, in the order they are loaded and
      *reported.  A required file must hold a record for every
      *active employee; MST-FOUND is reset for each employee.
       01  WS-MASTER-TABLE.
           05  WS-MASTER-ENTRY OCCURS 7 TIMES
                   INDEXED BY MST-IDX.
               10  WS-MST-FILE-NAME PIC X(18).
               10  WS-MST-PRESENT-FLAG PIC X VALUE "N".
                   88  MST-IS-PRESENT VALUE "Y".
               10  WS-MST-REQUIRED-FLAG PIC X VALUE "N".
                   88  MST-IS-REQUIRED VALUE "Y".
               10  WS-MST-OVERFLOW-FLAG PIC X VALUE "N".
                   88  MST-OVERFLOWED VALUE "Y".
               10  WS-MST-FOUND-FLAG PIC X VALUE "N".
                   88  MST-WAS-FOUND VALUE "Y".
               10  WS-MST-LOADED    PIC 9(5) VALUE ZERO.
               10  WS-MST-ORPHANS   PIC 9(5) VALUE ZERO.
               10  WS-MST-MISSING   PIC 9(5) VALUE ZERO.
               10  WS-MST-CONFLICTS PIC 9(5) VALUE ZERO.
       01  WS-MASTER-NUMBER         PIC 9.

      *Every side-file record, tagged with the master it came off.
      *HLD-LIVE marks the ones a terminated employee must not still
      *have: arrears with money owing, back pay not yet paid.  The
      *employee's status and name are filled in when the record is
      *matched on EMPFILE.DAT.  Sized at 500 a master, as the pay
      *chain's employee tables are.
       01  WS-HOLDING-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-HOLDING-TABLE.
           05  WS-HOLDING-ENTRY OCCURS 3500 TIMES
                   INDEXED BY HLD-IDX.
               10  WS-HLD-MASTER    PIC 9.
               10  WS-HLD-EMPLOYEEID PIC 9(7).
               10  WS-HLD-DETAIL    PIC X(18).
               10  WS-HLD-AMOUNT    PIC 9(7)V99.
               10  WS-HLD-LIVE-FLAG PIC X.
                   88  HLD-IS-LIVE  VALUE "Y".
               10  WS-HLD-MATCHED-FLAG PIC X.
                   88  HLD-IS-MATCHED VALUE "Y".
               10  WS-HLD-EMP-STATUS PIC X.
                   88  HLD-EMP-IS-TERMINATED VALUE "T".
               10  WS-HLD-LASTNAME  PIC X(10).

      *The record being filed into the holding table.
       01  WS-NEW-HOLDING.
           05  WS-NEW-EMPLOYEEID    PIC 9(7).
           05  WS-NEW-DETAIL        PIC X(18).
           05  WS-NEW-AMOUNT        PIC 9(7)V99.
           05  WS-NEW-LIVE-FLAG     PIC X.

       01  WS-INTEGRITY-COUNTS.
           05  WS-READ-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-ACTIVE-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-TERMINATED-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-ORPHAN-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-MISSING-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-CONFLICT-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-ABSENT-COUNT      PIC 9(2) VALUE ZERO.
           05  WS-OVERFLOW-COUNT    PIC 9(2) VALUE ZERO.
       01  WS-SECTION-COUNT         PIC 9(5) VALUE ZERO.

       01  HEADING-LINE1.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FILLER               PIC X(35)
                   VALUE "EMPLOYEE MASTER INTEGRITY SWEEP".
           05  HL1-RUN-DATE         PIC 9(8).

       01  SECTION-HEADING-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  SH-TITLE             PIC X(60).

       01  HEADING-LINE2.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FILLER               PIC X(20) VALUE "FILE".
           05  FILLER               PIC X(9)  VALUE "EMPLOYEE".
           05  FILLER               PIC X(12) VALUE "LAST NAME".
           05  FILLER               PIC X(8)  VALUE "STATUS".
           05  FILLER               PIC X(20) VALUE "RECORD".
           05  FILLER               PIC X(12) VALUE "    AMOUNT".
           05  FILLER               PIC X(6)  VALUE "REASON".

       01  INTEGRITY-DETAIL-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  DL-FILE-NAME         PIC X(18).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-EMPLOYEEID        PIC 9(7).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-LASTNAME          PIC X(10).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-EMP-STATUS        PIC X(6).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-DETAIL            PIC X(18).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-AMOUNT            PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-REASON            PIC X(36).

       01  NONE-FOUND-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FILLER               PIC X(10) VALUE "NONE FOUND".

       01  SUMMARY-HEADING-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FILLER               PIC X(20) VALUE "FILE".
           05  FILLER               PIC X(8)  VALUE " RECORDS".
           05  FILLER               PIC X(9)  VALUE "  ORPHANS".
           05  FILLER               PIC X(9)  VALUE "  MISSING".
           05  FILLER               PIC X(11) VALUE "  CONFLICTS".

       01  SUMMARY-DETAIL-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  SL-FILE-NAME         PIC X(18).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  SL-LOADED            PIC ZZ,ZZ9.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  SL-ORPHANS           PIC ZZ,ZZ9.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  SL-MISSING           PIC ZZ,ZZ9.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  SL-CONFLICTS         PIC ZZ,ZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  SL-NOTE              PIC X(20).

       01  FOOTING-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FL-LABEL             PIC X(30).
           05  FL-COUNT             PIC Z,ZZZ,ZZ9.

       01  WS-FILES-OPEN-FLAG       PIC X VALUE "N".
           88  FILES-ARE-OPEN       VALUE "Y".

       PROCEDURE DIVISION.

       0100-CHECK-INTEGRITY.
           PERFORM 0045-GET-PROCESSING-DATE.
           PERFORM 0050-NAME-MASTERS.
           PERFORM 0200-LOAD-SSNXREF THRU 0200-END.
           PERFORM 0210-LOAD-BANKACCOUNTS THRU 0210-END.
           PERFORM 0220-LOAD-DEDUCTMASTER THRU 0220-END.
           PERFORM 0230-LOAD-LEAVEBALANCE THRU 0230-END.
           PERFORM 0240-LOAD-YTDEARNINGS THRU 0240-END.
           PERFORM 0250-LOAD-ARREARS THRU 0250-END.
           PERFORM 0260-LOAD-BACKPAY THRU 0260-END.

           OPEN INPUT EMPLOYEEFILE.
           IF FILE-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status: ",
                      FILE-CHECK-KEY, " on EMPFILE.DAT"
              MOVE 8 TO RETURN-CODE
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN OUTPUT INTEGRITYREPORT.
           SET FILES-ARE-OPEN TO TRUE.

           MOVE WS-RUN-DATE TO HL1-RUN-DATE.
           WRITE INTEGRITYREPORTLINE FROM HEADING-LINE1
              AFTER ADVANCING PAGE.
           WRITE INTEGRITYREPORTLINE FROM HEADING-LINE2
              AFTER ADVANCING 2 LINES.

      *Missing records come out of the pass over the master itself;
      *orphans and conflicts are read back off the holding table
      *once every employee has had the chance to claim its records.
           MOVE "MISSING RECORDS - ACTIVE EMPLOYEE HAS NONE"
               TO SH-TITLE.
           PERFORM 0400-WRITE-SECTION-HEADING.
           PERFORM 0110-READ-EMPLOYEE.
           PERFORM 0300-CHECK-ONE-EMPLOYEE UNTIL ENDOFEMPLOYEES.
           PERFORM 0410-CLOSE-SECTION.

           MOVE "ORPHAN RECORDS - EMPLOYEE NOT ON EMPFILE.DAT"
               TO SH-TITLE.
           PERFORM 0400-WRITE-SECTION-HEADING.
           PERFORM 0500-LIST-ONE-ORPHAN
               VARYING HLD-IDX FROM 1 BY 1
               UNTIL HLD-IDX > WS-HOLDING-COUNT.
           PERFORM 0410-CLOSE-SECTION.

           MOVE "STATUS CONFLICTS - LIVE RECORD FOR A LEAVER"
               TO SH-TITLE.
           PERFORM 0400-WRITE-SECTION-HEADING.
           PERFORM 0600-LIST-ONE-CONFLICT
               VARYING HLD-IDX FROM 1 BY 1
               UNTIL HLD-IDX > WS-HOLDING-COUNT.
           PERFORM 0410-CLOSE-SECTION.

           PERFORM 0700-WRITE-SUMMARY.
           PERFORM 0800-WRITE-DIGEST-COUNTS.
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

      *Deductions and leave balances are the two every active
      *employee must have; NETPAY and LEAVEACCRUE write one for
      *everyone they pay or accrue.
       0050-NAME-MASTERS.
           MOVE "SSNXREF.DAT"       TO WS-MST-FILE-NAME(1).
           MOVE "BANKACCOUNTS.DAT"  TO WS-MST-FILE-NAME(2).
           MOVE "DEDUCTMASTER.DAT"  TO WS-MST-FILE-NAME(3).
           SET MST-IS-REQUIRED(3) TO TRUE.
           MOVE "LEAVEBALANCE.DAT"  TO WS-MST-FILE-NAME(4).
           SET MST-IS-REQUIRED(4) TO TRUE.
           MOVE "YTDEARNINGS.DAT"   TO WS-MST-FILE-NAME(5).
           MOVE "DEDUCTARREARS.DAT" TO WS-MST-FILE-NAME(6).
           MOVE "BACKPAY.DAT"       TO WS-MST-FILE-NAME(7).
       0050-END.

       0110-READ-EMPLOYEE.
           READ EMPLOYEEFILE NEXT RECORD
               AT END SET ENDOFEMPLOYEES TO TRUE
           END-READ.
       0110-END.

      *One load paragraph per master.  A file that will not open is
      *counted absent and left out of every check; its employees
      *are neither orphaned nor missing on this run's evidence.  A
      *file that opens is present even if it holds nothing, so an
      *empty or truncated master shows every active employee
      *missing from it.
       0200-LOAD-SSNXREF.
           MOVE 1 TO WS-MASTER-NUMBER.
           OPEN INPUT SSNXREF.
           IF WS-XREF-CHECK-KEY NOT = "00"
               PERFORM 0280-NOTE-ABSENT-MASTER
               GO TO 0200-END
           END-IF.
           SET MST-IS-PRESENT(WS-MASTER-NUMBER) TO TRUE.
           PERFORM 0205-LOAD-ONE-XREF UNTIL ENDOFXREF.
           CLOSE SSNXREF.
       0200-END.

       0205-LOAD-ONE-XREF.
           READ SSNXREF NEXT RECORD
               AT END SET ENDOFXREF TO TRUE
               NOT AT END
                   MOVE XR-EMPLOYEEID TO WS-NEW-EMPLOYEEID
                   MOVE SPACES TO WS-NEW-DETAIL
                   STRING "SSN " DELIMITED BY SIZE
                       XR-SSN DELIMITED BY SIZE
                       INTO WS-NEW-DETAIL
                   END-STRING
                   MOVE ZERO TO WS-NEW-AMOUNT
                   MOVE "N" TO WS-NEW-LIVE-FLAG
                   PERFORM 0290-FILE-ONE-HOLDING
           END-READ.
       0205-END.

       0210-LOAD-BANKACCOUNTS.
           MOVE 2 TO WS-MASTER-NUMBER.
           OPEN INPUT BANKACCOUNTS.
           IF WS-BANK-CHECK-KEY NOT = "00"
               PERFORM 0280-NOTE-ABSENT-MASTER
               GO TO 0210-END
           END-IF.
           SET MST-IS-PRESENT(WS-MASTER-NUMBER) TO TRUE.
           PERFORM 0215-LOAD-ONE-ACCOUNT UNTIL ENDOFBANK.
           CLOSE BANKACCOUNTS.
       0210-END.

       0215-LOAD-ONE-ACCOUNT.
           READ BANKACCOUNTS
               AT END SET ENDOFBANK TO TRUE
               NOT AT END
                   IF BANKACCOUNTRECORD NOT = SPACES
                       MOVE BA-EMPLOYEEID TO WS-NEW-EMPLOYEEID
                       MOVE SPACES TO WS-NEW-DETAIL
                       STRING "ROUTING " DELIMITED BY SIZE
                           BA-ROUTING-NUMBER DELIMITED BY SIZE
                           INTO WS-NEW-DETAIL
                       END-STRING
                       MOVE ZERO TO WS-NEW-AMOUNT
                       MOVE "N" TO WS-NEW-LIVE-FLAG
                       PERFORM 0290-FILE-ONE-HOLDING
                   END-IF
           END-READ.
       0215-END.

       0220-LOAD-DEDUCTMASTER.
           MOVE 3 TO WS-MASTER-NUMBER.
           OPEN INPUT DEDUCTMASTER.
           IF WS-DEDUCT-CHECK-KEY NOT = "00"
               PERFORM 0280-NOTE-ABSENT-MASTER
               GO TO 0220-END
           END-IF.
           SET MST-IS-PRESENT(WS-MASTER-NUMBER) TO TRUE.
           PERFORM 0225-LOAD-ONE-DEDUCT UNTIL ENDOFDEDUCT.
           CLOSE DEDUCTMASTER.
       0220-END.

       0225-LOAD-ONE-DEDUCT.
           READ DEDUCTMASTER
               AT END SET ENDOFDEDUCT TO TRUE
               NOT AT END
                   IF DEDUCTRECORD NOT = SPACES
                       MOVE DM-EMPLOYEEID TO WS-NEW-EMPLOYEEID
                       MOVE SPACES TO WS-NEW-DETAIL
                       MOVE ZERO TO WS-NEW-AMOUNT
                       MOVE "N" TO WS-NEW-LIVE-FLAG
                       PERFORM 0290-FILE-ONE-HOLDING
                   END-IF
           END-READ.
       0225-END.

       0230-LOAD-LEAVEBALANCE.
           MOVE 4 TO WS-MASTER-NUMBER.
           OPEN INPUT LEAVEBALANCE.
           IF WS-BALANCE-CHECK-KEY NOT = "00"
               PERFORM 0280-NOTE-ABSENT-MASTER
               GO TO 0230-END
           END-IF.
           SET MST-IS-PRESENT(WS-MASTER-NUMBER) TO TRUE.
           PERFORM 0235-LOAD-ONE-BALANCE UNTIL ENDOFBALANCE.
           CLOSE LEAVEBALANCE.
       0230-END.

       0235-LOAD-ONE-BALANCE.
           READ LEAVEBALANCE
               AT END SET ENDOFBALANCE TO TRUE
               NOT AT END
                   IF LEAVEBALANCERECORD NOT = SPACES
                       MOVE LB-EMPLOYEEID TO WS-NEW-EMPLOYEEID
                       MOVE SPACES TO WS-NEW-DETAIL
                       STRING "YEAR " DELIMITED BY SIZE
                           LB-YEAR DELIMITED BY SIZE
                           INTO WS-NEW-DETAIL
                       END-STRING
                       MOVE ZERO TO WS-NEW-AMOUNT
                       MOVE "N" TO WS-NEW-LIVE-FLAG
                       PERFORM 0290-FILE-ONE-HOLDING
                   END-IF
           END-READ.
       0235-END.

       0240-LOAD-YTDEARNINGS.
           MOVE 5 TO WS-MASTER-NUMBER.
           OPEN INPUT YTDFILE.
           IF WS-YTD-CHECK-KEY NOT = "00"
               PERFORM 0280-NOTE-ABSENT-MASTER
               GO TO 0240-END
           END-IF.
           SET MST-IS-PRESENT(WS-MASTER-NUMBER) TO TRUE.
           PERFORM 0245-LOAD-ONE-YTD UNTIL ENDOFYTD.
           CLOSE YTDFILE.
       0240-END.

       0245-LOAD-ONE-YTD.
           READ YTDFILE
               AT END SET ENDOFYTD TO TRUE
               NOT AT END
                   IF YTDRECORD NOT = SPACES
                       MOVE YTD-EMPLOYEEID TO WS-NEW-EMPLOYEEID
                       MOVE SPACES TO WS-NEW-DETAIL
                       STRING "YEAR " DELIMITED BY SIZE
                           YTD-YEAR DELIMITED BY SIZE
                           INTO WS-NEW-DETAIL
                       END-STRING
                       MOVE YTD-GROSS TO WS-NEW-AMOUNT
                       MOVE "N" TO WS-NEW-LIVE-FLAG
                       PERFORM 0290-FILE-ONE-HOLDING
                   END-IF
           END-READ.
       0245-END.

      *Arrears with nothing left owing are spent lines, not live.
       0250-LOAD-ARREARS.
           MOVE 6 TO WS-MASTER-NUMBER.
           OPEN INPUT ARREARSFILE.
           IF WS-ARREARS-CHECK-KEY NOT = "00"
               PERFORM 0280-NOTE-ABSENT-MASTER
               GO TO 0250-END
           END-IF.
           SET MST-IS-PRESENT(WS-MASTER-NUMBER) TO TRUE.
           PERFORM 0255-LOAD-ONE-ARREARS UNTIL ENDOFARREARS.
           CLOSE ARREARSFILE.
       0250-END.

       0255-LOAD-ONE-ARREARS.
           READ ARREARSFILE
               AT END SET ENDOFARREARS TO TRUE
               NOT AT END
                   IF ARREARSRECORD NOT = SPACES
                       MOVE AR-EMPLOYEEID TO WS-NEW-EMPLOYEEID
                       MOVE SPACES TO WS-NEW-DETAIL
                       STRING "CODE " DELIMITED BY SIZE
                           AR-DEDUCT-CODE DELIMITED BY SIZE
                           INTO WS-NEW-DETAIL
                       END-STRING
                       MOVE AR-AMOUNT TO WS-NEW-AMOUNT
                       IF AR-AMOUNT > ZERO
                           MOVE "Y" TO WS-NEW-LIVE-FLAG
                       ELSE
                           MOVE "N" TO WS-NEW-LIVE-FLAG
                       END-IF
                       PERFORM 0290-FILE-ONE-HOLDING
                   END-IF
           END-READ.
       0255-END.

      *A disbursed settlement is history; only an open one is live.
       0260-LOAD-BACKPAY.
           MOVE 7 TO WS-MASTER-NUMBER.
           OPEN INPUT BACKPAYFILE.
           IF WS-BACKPAY-CHECK-KEY NOT = "00"
               PERFORM 0280-NOTE-ABSENT-MASTER
               GO TO 0260-END
           END-IF.
           SET MST-IS-PRESENT(WS-MASTER-NUMBER) TO TRUE.
           PERFORM 0265-LOAD-ONE-BACKPAY UNTIL ENDOFBACKPAY.
           CLOSE BACKPAYFILE.
       0260-END.

       0265-LOAD-ONE-BACKPAY.
           READ BACKPAYFILE
               AT END SET ENDOFBACKPAY TO TRUE
               NOT AT END
                   IF BACKPAYRECORD NOT = SPACES
                       MOVE BP-EMPLOYEEID TO WS-NEW-EMPLOYEEID
                       MOVE SPACES TO WS-NEW-DETAIL
                       STRING "EFFECTIVE " DELIMITED BY SIZE
                           BP-EFFECTIVE-DATE DELIMITED BY SIZE
                           INTO WS-NEW-DETAIL
                       END-STRING
                       MOVE BP-BACKPAY TO WS-NEW-AMOUNT
                       IF BP-IS-OPEN
                           MOVE "Y" TO WS-NEW-LIVE-FLAG
                       ELSE
                           MOVE "N" TO WS-NEW-LIVE-FLAG
                       END-IF
                       PERFORM 0290-FILE-ONE-HOLDING
                   END-IF
           END-READ.
       0265-END.

       0280-NOTE-ABSENT-MASTER.
           ADD 1 TO WS-ABSENT-COUNT.
           DISPLAY WS-MST-FILE-NAME(WS-MASTER-NUMBER),
                   " not on file, not checked".
       0280-END.

       0290-FILE-ONE-HOLDING.
           IF MST-OVERFLOWED(WS-MASTER-NUMBER)
               CONTINUE
           ELSE IF WS-HOLDING-COUNT < 3500
               ADD 1 TO WS-HOLDING-COUNT
               SET HLD-IDX TO WS-HOLDING-COUNT
               MOVE WS-MASTER-NUMBER TO WS-HLD-MASTER(HLD-IDX)
               MOVE WS-NEW-EMPLOYEEID TO WS-HLD-EMPLOYEEID(HLD-IDX)
               MOVE WS-NEW-DETAIL TO WS-HLD-DETAIL(HLD-IDX)
               MOVE WS-NEW-AMOUNT TO WS-HLD-AMOUNT(HLD-IDX)
               MOVE WS-NEW-LIVE-FLAG TO WS-HLD-LIVE-FLAG(HLD-IDX)
               MOVE "N" TO WS-HLD-MATCHED-FLAG(HLD-IDX)
               MOVE SPACE TO WS-HLD-EMP-STATUS(HLD-IDX)
               MOVE SPACES TO WS-HLD-LASTNAME(HLD-IDX)
               ADD 1 TO WS-MST-LOADED(WS-MASTER-NUMBER)
           ELSE
               PERFORM 0295-NOTE-OVERFLOW
           END-IF END-IF.
       0290-END.

      *A master that does not fit is only partly held, so it is
      *treated as not checked: nobody is reported missing from it,
      *it counts with the files not checked on the digest, and the
      *summary says so.  Its records already held are still listed
      *as orphans or conflicts.
       0295-NOTE-OVERFLOW.
           SET MST-OVERFLOWED(WS-MASTER-NUMBER) TO TRUE.
           MOVE "N" TO WS-MST-PRESENT-FLAG(WS-MASTER-NUMBER).
           ADD 1 TO WS-ABSENT-COUNT.
           ADD 1 TO WS-OVERFLOW-COUNT.
           DISPLAY "Holding table full at 3500 entries, "
                   WS-MST-FILE-NAME(WS-MASTER-NUMBER),
                   " not fully checked".
       0295-END.

      *Each employee claims every held record carrying its
      *EMPLOYEEID, stamping its status and name on them for the
      *conflict listing; an active employee that claimed nothing
      *off a required master is missing from it.
       0300-CHECK-ONE-EMPLOYEE.
           ADD 1 TO WS-READ-COUNT.
           IF EMP-IS-TERMINATED
               ADD 1 TO WS-TERMINATED-COUNT
           ELSE
               ADD 1 TO WS-ACTIVE-COUNT
           END-IF.
           PERFORM 0305-CLEAR-ONE-FOUND
               VARYING MST-IDX FROM 1 BY 1 UNTIL MST-IDX > 7.
           PERFORM 0310-CLAIM-ONE-HOLDING
               VARYING HLD-IDX FROM 1 BY 1
               UNTIL HLD-IDX > WS-HOLDING-COUNT.
           IF NOT EMP-IS-TERMINATED
               PERFORM 0320-CHECK-ONE-REQUIRED
                   VARYING MST-IDX FROM 1 BY 1 UNTIL MST-IDX > 7
           END-IF.
           PERFORM 0110-READ-EMPLOYEE.
       0300-END.

       0305-CLEAR-ONE-FOUND.
           MOVE "N" TO WS-MST-FOUND-FLAG(MST-IDX).
       0305-END.

       0310-CLAIM-ONE-HOLDING.
           IF WS-HLD-EMPLOYEEID(HLD-IDX) = EMPLOYEEID
               SET HLD-IS-MATCHED(HLD-IDX) TO TRUE
               MOVE EMP-STATUS TO WS-HLD-EMP-STATUS(HLD-IDX)
               MOVE LASTNAME TO WS-HLD-LASTNAME(HLD-IDX)
               SET MST-IDX TO WS-HLD-MASTER(HLD-IDX)
               SET MST-WAS-FOUND(MST-IDX) TO TRUE
           END-IF.
       0310-END.

       0320-CHECK-ONE-REQUIRED.
           IF MST-IS-REQUIRED(MST-IDX)
              AND MST-IS-PRESENT(MST-IDX)
              AND NOT MST-WAS-FOUND(MST-IDX)
               MOVE SPACES TO INTEGRITY-DETAIL-LINE
               MOVE WS-MST-FILE-NAME(MST-IDX) TO DL-FILE-NAME
               MOVE EMPLOYEEID TO DL-EMPLOYEEID
               MOVE LASTNAME TO DL-LASTNAME
               MOVE "ACTIVE" TO DL-EMP-STATUS
               MOVE ZERO TO DL-AMOUNT
               MOVE "NO RECORD FOR ACTIVE EMPLOYEE" TO DL-REASON
               PERFORM 0420-WRITE-DETAIL
               ADD 1 TO WS-MST-MISSING(MST-IDX)
               ADD 1 TO WS-MISSING-COUNT
           END-IF.
       0320-END.

       0400-WRITE-SECTION-HEADING.
           WRITE INTEGRITYREPORTLINE FROM SECTION-HEADING-LINE
              AFTER ADVANCING 3 LINES.
           MOVE SPACES TO INTEGRITYREPORTLINE.
           WRITE INTEGRITYREPORTLINE AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-SECTION-COUNT.
       0400-END.

       0410-CLOSE-SECTION.
           IF WS-SECTION-COUNT = ZERO
               WRITE INTEGRITYREPORTLINE FROM NONE-FOUND-LINE
                  AFTER ADVANCING 1 LINE
           END-IF.
       0410-END.

       0420-WRITE-DETAIL.
           WRITE INTEGRITYREPORTLINE FROM INTEGRITY-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-SECTION-COUNT.
       0420-END.

       0500-LIST-ONE-ORPHAN.
           IF NOT HLD-IS-MATCHED(HLD-IDX)
               PERFORM 0510-FILL-HOLDING-LINE
               MOVE "EMPLOYEE NOT ON EMPFILE.DAT" TO DL-REASON
               PERFORM 0420-WRITE-DETAIL
               SET MST-IDX TO WS-HLD-MASTER(HLD-IDX)
               ADD 1 TO WS-MST-ORPHANS(MST-IDX)
               ADD 1 TO WS-ORPHAN-COUNT
           END-IF.
       0500-END.

       0510-FILL-HOLDING-LINE.
           MOVE SPACES TO INTEGRITY-DETAIL-LINE.
           SET MST-IDX TO WS-HLD-MASTER(HLD-IDX).
           MOVE WS-MST-FILE-NAME(MST-IDX) TO DL-FILE-NAME.
           MOVE WS-HLD-EMPLOYEEID(HLD-IDX) TO DL-EMPLOYEEID.
           MOVE WS-HLD-LASTNAME(HLD-IDX) TO DL-LASTNAME.
           MOVE WS-HLD-DETAIL(HLD-IDX) TO DL-DETAIL.
           MOVE WS-HLD-AMOUNT(HLD-IDX) TO DL-AMOUNT.
       0510-END.

       0600-LIST-ONE-CONFLICT.
           IF HLD-IS-MATCHED(HLD-IDX)
              AND HLD-EMP-IS-TERMINATED(HLD-IDX)
              AND HLD-IS-LIVE(HLD-IDX)
               PERFORM 0510-FILL-HOLDING-LINE
               MOVE "TERM" TO DL-EMP-STATUS
               IF WS-HLD-MASTER(HLD-IDX) = 6
                   MOVE "ARREARS STILL OWED BY A LEAVER"
                       TO DL-REASON
               ELSE
                   MOVE "BACK PAY NEVER PAID TO A LEAVER"
                       TO DL-REASON
               END-IF
               PERFORM 0420-WRITE-DETAIL
               SET MST-IDX TO WS-HLD-MASTER(HLD-IDX)
               ADD 1 TO WS-MST-CONFLICTS(MST-IDX)
               ADD 1 TO WS-CONFLICT-COUNT
           END-IF.
       0600-END.

      *One line per master with what was found against it, then
      *the run totals.
       0700-WRITE-SUMMARY.
           WRITE INTEGRITYREPORTLINE FROM SUMMARY-HEADING-LINE
              AFTER ADVANCING 3 LINES.
           MOVE SPACES TO INTEGRITYREPORTLINE.
           WRITE INTEGRITYREPORTLINE AFTER ADVANCING 1 LINE.
           PERFORM 0710-WRITE-ONE-MASTER
               VARYING MST-IDX FROM 1 BY 1 UNTIL MST-IDX > 7.

           MOVE "EMPLOYEES READ:" TO FL-LABEL.
           MOVE WS-READ-COUNT TO FL-COUNT.
           WRITE INTEGRITYREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 3 LINES.
           MOVE "ACTIVE:" TO FL-LABEL.
           MOVE WS-ACTIVE-COUNT TO FL-COUNT.
           WRITE INTEGRITYREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 1 LINE.
           MOVE "TERMINATED:" TO FL-LABEL.
           MOVE WS-TERMINATED-COUNT TO FL-COUNT.
           WRITE INTEGRITYREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 1 LINE.
           MOVE "MISSING RECORDS:" TO FL-LABEL.
           MOVE WS-MISSING-COUNT TO FL-COUNT.
           WRITE INTEGRITYREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 2 LINES.
           MOVE "ORPHAN RECORDS:" TO FL-LABEL.
           MOVE WS-ORPHAN-COUNT TO FL-COUNT.
           WRITE INTEGRITYREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 1 LINE.
           MOVE "STATUS CONFLICTS:" TO FL-LABEL.
           MOVE WS-CONFLICT-COUNT TO FL-COUNT.
           WRITE INTEGRITYREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 1 LINE.
           MOVE "FILES NOT CHECKED:" TO FL-LABEL.
           MOVE WS-ABSENT-COUNT TO FL-COUNT.
           WRITE INTEGRITYREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 1 LINE.
           MOVE "  OF WHICH TABLE FULL:" TO FL-LABEL.
           MOVE WS-OVERFLOW-COUNT TO FL-COUNT.
           WRITE INTEGRITYREPORTLINE FROM FOOTING-LINE
              AFTER ADVANCING 1 LINE.
       0700-END.

       0710-WRITE-ONE-MASTER.
           MOVE SPACES TO SUMMARY-DETAIL-LINE.
           MOVE WS-MST-FILE-NAME(MST-IDX) TO SL-FILE-NAME.
           MOVE WS-MST-LOADED(MST-IDX) TO SL-LOADED.
           MOVE WS-MST-ORPHANS(MST-IDX) TO SL-ORPHANS.
           MOVE WS-MST-MISSING(MST-IDX) TO SL-MISSING.
           MOVE WS-MST-CONFLICTS(MST-IDX) TO SL-CONFLICTS.
           IF MST-OVERFLOWED(MST-IDX)
               MOVE "TABLE FULL - PARTIAL" TO SL-NOTE
           ELSE IF NOT MST-IS-PRESENT(MST-IDX)
               MOVE "NOT ON FILE" TO SL-NOTE
           ELSE IF MST-IS-REQUIRED(MST-IDX)
               MOVE "REQUIRED" TO SL-NOTE
           END-IF END-IF END-IF.
           WRITE INTEGRITYREPORTLINE FROM SUMMARY-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
       0710-END.

       0800-WRITE-DIGEST-COUNTS.
           OPEN OUTPUT INTEGRITYCOUNTS.
           MOVE WS-RUN-DATE TO IC-RUN-DATE.
           MOVE WS-READ-COUNT TO IC-EMPLOYEES.
           MOVE WS-ORPHAN-COUNT TO IC-ORPHANS.
           MOVE WS-MISSING-COUNT TO IC-MISSING.
           MOVE WS-CONFLICT-COUNT TO IC-CONFLICTS.
           MOVE WS-ABSENT-COUNT TO IC-FILES-ABSENT.
           MOVE WS-OVERFLOW-COUNT TO IC-TABLE-OVERFLOWS.
           WRITE INTEGRITY-COUNT-RECORD.
           CLOSE INTEGRITYCOUNTS.
       0800-END.

       9000-END-PROGRAM.
           IF FILES-ARE-OPEN
               CLOSE EMPLOYEEFILE, INTEGRITYREPORT
           END-IF.
           DISPLAY "Employees read:            ", WS-READ-COUNT.
           DISPLAY "Side-file records held:    ", WS-HOLDING-COUNT.
           DISPLAY "Missing records:           ", WS-MISSING-COUNT.
           DISPLAY "Orphan records:            ", WS-ORPHAN-COUNT.
           DISPLAY "Status conflicts:          ", WS-CONFLICT-COUNT.
           DISPLAY "Files not checked:         ", WS-ABSENT-COUNT.
           STOP RUN.

          END PROGRAM EMPINTEGRITY.


      *One-time conversion for the employee-master reorganization,
      *the same pattern HISTCONVERT and ITEMCONVERT establish: the
      *EMPDETAILS record grew past EMP-TERM-DATE by EMP-PAY-TYPE,
      *EMP-ANNUAL-SALARY, EMP-PAY-GRADE, and the EMP-HOME-ADDRESS
      *group the letters are mailed to, and record length is a file
      *attribute of the indexed file, so every opener would get
      *file status 39 against the old copy.  Operations renames the
      *old master to EMPFILE.OLD, runs this once, and keeps the
      *.OLD file until the first nightly run balances.  Every
      *record converts as hourly (pay type "H", no annual salary),
      *ungraded, and with no address; HR then keys the salaried
      *staff, the grades, and the home addresses with EMPTRANS.DAT
      *changes.  Refuses to run if an EMPFILE.DAT already exists,
      *so a double-run cannot flatten a live file.
      *
      *The journal's before-images are master records too, and
      *EMPRECOVER puts them back whole, so EMPJOURNAL.DAT is renamed
      *to EMPJOURNAL.OLD alongside the master and every entry's
      *image is widened the same way.  No EMPJOURNAL.OLD just means
      *there is no journal yet.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS EMPLOYEEID
           ALTERNATE RECORD KEY IS STARTDATE WITH DUPLICATES.

       SELECT OLDJOURNALFILE ASSIGN TO "EMPJOURNAL.OLD"
           FILE STATUS IS WS-OLDJRN-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT JOURNALFILE ASSIGN TO "EMPJOURNAL.DAT"
           FILE STATUS IS WS-JOURNAL-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *The master as it stood before the pay fields.
       FD OLDEMPFILE.
       01 OLD-EMPDETAILS.
            02 OLD-EMPDATA          PIC X(38).
            02 OLD-HOURLYRATE    PIC 9(4)V99.
            02 OLD-DEPARTMENT       PIC X(30).
            02 OLD-GENDER           PIC X.
            02 OLD-EMP-STATUS       PIC X.
            02 OLD-EMP-TERM-DATE    PIC 9(8).

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

      *A journal entry as the updaters wrote it against the old
      *master: the 84-byte before-image, and nothing after it.
       FD OLDJOURNALFILE.
       01 OLDJOURNALRECORD.
            88 ENDOFOLDJOURNAL      VALUE HIGH-VALUES.
            02 OJ-HEADER            PIC X(33).
            02 OJ-BEFORE-IMAGE      PIC X(84).

      *The same entry with the image widened to the new master, and
      *the operator and approver the maker-checker entries carry.
       FD JOURNALFILE.
       01 JOURNALRECORD.
            02 NJ-HEADER            PIC X(33).
            02 NJ-BEFORE-IMAGE.
               04 NJ-IMG-OLD-PART   PIC X(84).
               04 NJ-IMG-PAY-TYPE   PIC X.
               04 NJ-IMG-ANNUAL-SALARY PIC 9(7)V99.
               04 NJ-IMG-PAY-GRADE  PIC X(4).
               04 NJ-IMG-HOME-ADDRESS PIC X(62).
            02 FILLER               PIC X(2).
            02 NJ-OPERATOR-ID       PIC X(8).
            02 FILLER               PIC X(2).
            02 NJ-APPROVER-ID       PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-OLD-CHECK-KEY       PIC XX.
       01 FILE-CHECK-KEY         PIC XX.
       01 WS-OLDJRN-CHECK-KEY    PIC XX.
       01 WS-JOURNAL-CHECK-KEY   PIC XX.

       01 WS-JOURNAL-FLAG        PIC X VALUE "N".
          88 JOURNAL-TO-CONVERT  VALUE "Y".

       01 WS-OLD-EOF-FLAG        PIC X VALUE "N".
          88 OLD-MASTER-AT-EOF   VALUE "Y".
          05 WS-READ-COUNT       PIC 9(5) VALUE ZERO.
          05 WS-LOADED-COUNT     PIC 9(5) VALUE ZERO.
          05 WS-DROPPED-COUNT    PIC 9(5) VALUE ZERO.
          05 WS-JOURNAL-COUNT    PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       0100-CONVERT-MASTER.
                   MOVE 8 TO RETURN-CODE
                   GO TO 9000-END-PROGRAM
           END-EVALUATE.
           PERFORM 0050-CHECK-JOURNAL THRU 0050-END.
           IF RETURN-CODE NOT = ZERO
               CLOSE OLDEMPFILE
               GO TO 9000-END-PROGRAM
           END-IF.
           OPEN OUTPUT EMPLOYEEFILE.
           IF FILE-CHECK-KEY NOT = "00"
               DISPLAY "Could not create EMPFILE.DAT, status ",
               UNTIL OLD-MASTER-AT-EOF.

           CLOSE OLDEMPFILE, EMPLOYEEFILE.

           IF JOURNAL-TO-CONVERT
               OPEN OUTPUT JOURNALFILE
               PERFORM 0300-CONVERT-ONE-ENTRY
                   UNTIL ENDOFOLDJOURNAL
               CLOSE OLDJOURNALFILE, JOURNALFILE
           END-IF.
           PERFORM 9000-END-PROGRAM.
       0100-END.

      *Checked before the master is written, so a refusal leaves
      *nothing half converted: a journal already under the live
      *name means this has run before.
       0050-CHECK-JOURNAL.
           OPEN INPUT OLDJOURNALFILE.
           EVALUATE WS-OLDJRN-CHECK-KEY
               WHEN "00"
                   SET JOURNAL-TO-CONVERT TO TRUE
               WHEN "35"
                   DISPLAY "No EMPJOURNAL.OLD - no journal to convert"
                   GO TO 0050-END
               WHEN OTHER
                   DISPLAY "EMPJOURNAL.OLD unreadable, status ",
                           WS-OLDJRN-CHECK-KEY,
                           " - conversion refused"
                   MOVE 8 TO RETURN-CODE
                   GO TO 0050-END
           END-EVALUATE.
           OPEN INPUT JOURNALFILE.
           IF WS-JOURNAL-CHECK-KEY NOT = "35"
               IF WS-JOURNAL-CHECK-KEY = "00"
                   CLOSE JOURNALFILE
               END-IF
               DISPLAY "EMPJOURNAL.DAT already exists - "
                       "conversion refused"
               CLOSE OLDJOURNALFILE
               MOVE 8 TO RETURN-CODE
           END-IF.
       0050-END.

      *Straight field-for-field copy plus the new tail: nobody on
      *the old master was salaried, graded, or had an address, since
      *the record could not hold any of them.
       0200-CONVERT-ONE-EMPLOYEE.
           READ OLDEMPFILE NEXT RECORD
               AT END SET OLD-MASTER-AT-EOF TO TRUE
                   MOVE OLD-HOURLYRATE TO HOURLYRATE
                   MOVE OLD-DEPARTMENT TO DEPARTMENT
                   MOVE OLD-GENDER TO GENDER
                   MOVE OLD-EMP-STATUS TO EMP-STATUS
                   MOVE OLD-EMP-TERM-DATE TO EMP-TERM-DATE
                   MOVE "H" TO EMP-PAY-TYPE
                   MOVE ZERO TO EMP-ANNUAL-SALARY
                   MOVE SPACES TO EMP-PAY-GRADE
                   MOVE SPACES TO EMP-HOME-ADDRESS
                   WRITE EMPDETAILS
                       INVALID KEY
                           ADD 1 TO WS-DROPPED-COUNT
           END-READ.
       0200-END.

      *The image takes the same defaults as the master record it
      *stands for; entries keep their order and their header.
       0300-CONVERT-ONE-ENTRY.
           READ OLDJOURNALFILE
               AT END SET ENDOFOLDJOURNAL TO TRUE
               NOT AT END
                   IF OLDJOURNALRECORD NOT = SPACES
                       MOVE SPACES TO JOURNALRECORD
                       MOVE OJ-HEADER TO NJ-HEADER
                       MOVE OJ-BEFORE-IMAGE TO NJ-IMG-OLD-PART
                       MOVE "H" TO NJ-IMG-PAY-TYPE
                       MOVE ZERO TO NJ-IMG-ANNUAL-SALARY
                       WRITE JOURNALRECORD AFTER ADVANCING 1 LINE
                       ADD 1 TO WS-JOURNAL-COUNT
                   END-IF
           END-READ.
       0300-END.

       9000-END-PROGRAM.
           DISPLAY "Old master records read:  ", WS-READ-COUNT.
           DISPLAY "Employees converted:      ", WS-LOADED-COUNT.
           DISPLAY "Records dropped:          ", WS-DROPPED-COUNT.
           DISPLAY "Journal entries converted:", WS-JOURNAL-COUNT.
           STOP RUN.

          END PROGRAM EMPCONVERT.

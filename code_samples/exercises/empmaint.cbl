      *indexed file.  Each EMPTRANS.DAT record is an action code --
      *A (add), C (change), D (delete) -- followed by an employee
      *image in the same EMPDETAILS layout EMPLOYEERAISE reads, plus
      *an effective date, the pay type and annual salary that say
      *whether the employee is paid by the hour or on salary, the
      *pay grade that places them on PAYGRADES.DAT, and the home
      *mailing address the letters go to:
      *a future-dated transaction parks on the pending file and is
      *applied by the daily sweep when its date arrives.  Every
      *transaction is answered with one APPLIED, QUEUED, or REJECTED
      *line on EMPMAINTLOG.DAT so HR can see what happened to each
      *form they dropped off.
      *
      *Every form carries the id of the operator who keyed it, and
      *nothing that moves pay goes on from one pair of hands: adds,
      *terminations, and any change that moves the rate or salary
      *past WS-APPROVAL-THRESHOLD-PCT (or switches the pay type)
      *wait on EMPAWAITING.DAT under a reference number until a
      *different operator approves or rejects that reference on
      *EMPAPPROVALS.DAT.  Only then does the transaction go on to
      *the pending queue or the master, with the approver's id on
      *the EMPJOURNAL.DAT entry beside the operator's.
      *APPROVALS.LPT lists each day's pending, approved, rejected,
      *and self-approval-attempt transactions.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *too soon or living on someone's desk: each run sweeps the
      *pending file first and applies whatever has come due, and
      *still-future records ride through to EMPPENDING.NEW (the
      *usual generation pattern -- GENROLL PROMOTE EMPMAINT swaps
      *.NEW in for the next run).
       SELECT PENDINGFILE ASSIGN TO "EMPPENDING.DAT"
           FILE STATUS IS WS-PENDING-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT JOURNALFILE ASSIGN TO "EMPJOURNAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *One record per employee terminated: the figures payroll
      *needs to settle their final cycle, gross computed with the
      *same overtime split the pay chain applies.  Each run appends,
      *so leavers not yet settled stay on file until the off-cycle
      *FINALPAY run pays them and writes them back out marked paid.
       SELECT FINALPAYFILE ASSIGN TO "FINALPAY.DAT"
           FILE STATUS IS WS-FINALPAY-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

      *Maker-checker queue: transactions held for a second
      *operator's approval, carried from run to run through the
      *usual .NEW generation until decided.
       SELECT AWAITINGFILE ASSIGN TO "EMPAWAITING.DAT"
           FILE STATUS IS WS-AWAITING-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT NEWAWAITINGFILE ASSIGN TO "EMPAWAITING.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.

      *The checkers' decisions, one line per reference.  No file
      *just means nobody has decided anything since the last run.
       SELECT APPROVALFILE ASSIGN TO "EMPAPPROVALS.DAT"
           FILE STATUS IS WS-APPROVAL-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT APPROVALREPORT ASSIGN TO "APPROVALS.LPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT MAINTLOG ASSIGN TO "EMPMAINTLOG.DAT"
           FILE STATUS IS WS-DEPT-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

      *The pay grade structure: one record per grade with the
      *minimum, midpoint, and maximum hourly rate of its range.  A
      *grade keyed through here must be on file; spaces leave the
      *employee ungraded.
       SELECT PAYGRADEFILE ASSIGN TO "PAYGRADES.DAT"
           FILE STATUS IS WS-GRADE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.


      *Update interlock: every EMPFILE.DAT updater registers here
      *at open and refuses to start while another updater holds the
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

       FD TRANSFILE.
       01 TRANSRECORD.
      *future date parks the transaction on the pending file until
      *its day arrives.
            02 TR-EFFECTIVE-DATE    PIC 9(8).
      *"S" puts the employee on TR-ANNUAL-SALARY; space or "H" keeps
      *them on TR-HOURLYRATE.  Trailing, so hourly forms typed
      *before the field existed still read as hourly.
            02 TR-PAY-TYPE          PIC X.
               88 TR-IS-SALARIED    VALUE "S".
               88 TR-PAY-TYPE-IS-VALID VALUE " " "H" "S".
            02 TR-ANNUAL-SALARY     PIC 9(7)V99.
      *Grade code off PAYGRADES.DAT.  Trailing like the pay type,
      *so forms typed before grades existed read as ungraded.
            02 TR-PAY-GRADE         PIC X(4).
      *Who keyed the form, required on every transaction.  The
      *approver is filled in here only when a checker's approval
      *releases a held transaction; whatever is keyed in it on
      *EMPTRANS.DAT is cleared.
            02 TR-OPERATOR-ID       PIC X(8).
            02 TR-APPROVER-ID       PIC X(8).
      *Home mailing address.  Trailing, so forms typed before the
      *field existed read as blank; a blank address on a change
      *leaves the one on file alone, and one keyed at all has to be
      *complete.
            02 TR-HOME-ADDRESS.
               04 TR-HOME-STREET    PIC X(30).
               04 TR-HOME-CITY      PIC X(20).
               04 TR-HOME-STATE     PIC X(2).
               04 TR-HOME-ZIP       PIC X(10).

       FD PENDINGFILE.
       01 PENDINGRECORD            PIC X(176).
            88 ENDOFPENDING         VALUE HIGH-VALUES.

       FD NEWPENDINGFILE.
       01 NEWPENDINGRECORD         PIC X(176).

       FD AWAITINGFILE.
       01 AWAITINGRECORD.
            88 ENDOFAWAITING        VALUE HIGH-VALUES.
            02 AW-REFERENCE         PIC X(15).
            02 FILLER               PIC X(2).
            02 AW-TRANSACTION       PIC X(176).

       FD NEWAWAITINGFILE.
       01 NEWAWAITINGRECORD.
            02 NA-REFERENCE         PIC X(15).
            02 FILLER               PIC X(2).
            02 NA-TRANSACTION       PIC X(176).

      *A decision: A approves, R rejects the held transaction.
       FD APPROVALFILE.
       01 APPROVALRECORD.
            88 ENDOFAPPROVALS       VALUE HIGH-VALUES.
            02 AP-REFERENCE         PIC X(15).
            02 FILLER               PIC X(2).
            02 AP-APPROVER-ID       PIC X(8).
            02 FILLER               PIC X(2).
            02 AP-DECISION          PIC X.

       FD APPROVALREPORT.
       01 APPROVALREPORTLINE       PIC X(132).

       FD JOURNALFILE.
       01 JOURNALRECORD.
            02 FILLER               PIC X(2).
            02 EJ-ACTION            PIC X.
            02 FILLER               PIC X(2).
            02 EJ-BEFORE-IMAGE      PIC X(160).
      *Who keyed and who approved a maker-checker maintenance
      *change; spaces for everything else.
            02 FILLER               PIC X(2).
            02 EJ-OPERATOR-ID       PIC X(8).
            02 FILLER               PIC X(2).
            02 EJ-APPROVER-ID       PIC X(8).

       FD FINALPAYFILE.
       01 FINALPAYRECORD.
            02 FP-HOURLYRATE        PIC 9(4)V99.
            02 FILLER               PIC X(2).
            02 FP-FINAL-PAY         PIC 9(7)V99.
            02 FILLER               PIC X(2).
            02 FP-PAY-STATUS        PIC X.
               88 FP-IS-PAID        VALUE "P".
            02 FILLER               PIC X(2).
            02 FP-PAID-DATE         PIC 9(8).

       FD DEPTMASTERFILE.
       01 DEPTMASTERRECORD.
            88 ENDOFDEPTS           VALUE HIGH-VALUES.
            02 DPT-NAME             PIC X(30).
            02 DPT-CODE             PIC X(4).
      *The department's annual merit pool, spent by MERIT.
            02 FILLER               PIC X(2).
            02 DPT-MERIT-POOL       PIC 9(7)V99.

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

       FD MAINTLOG.
       01 MAINTLOGRECORD.
            02 ML-RUN-DATE          PIC 9(8).
            02 FILLER               PIC X(2).
            02 ML-EFFECTIVE-DATE    PIC 9(8).
            02 FILLER               PIC X(2).
            02 ML-OPERATOR-ID       PIC X(8).


       FD LOCKFILE.
           05  FILE-CHECK-KEY    PIC X(2).
           05  WS-TRANS-CHECK-KEY PIC X(2).
           05  WS-DEPT-CHECK-KEY PIC X(2).
           05  WS-FINALPAY-CHECK-KEY PIC X(2).
           05  WS-GRADE-CHECK-KEY PIC X(2).
           05  WS-AWAITING-CHECK-KEY PIC X(2).
           05  WS-APPROVAL-CHECK-KEY PIC X(2).

      *Department reference table, loaded from DEPTMASTER.DAT at
      *startup.  A run without the master stops before applying
           88  DEPT-IS-KNOWN        VALUE "Y".
       01  WS-CHECK-DEPARTMENT      PIC X(30).

      *Grade codes loaded from PAYGRADES.DAT; only the code is
      *needed here, the range itself is policed by the pay runs.
       01  WS-GRADE-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-GRADE-TABLE.
           05  WS-GRADE-ENTRY OCCURS 50 TIMES
                   INDEXED BY GRADE-IDX.
               10  WS-GRADE-CODE    PIC X(4) VALUE SPACES.
       01  WS-GRADE-FOUND-FLAG      PIC X VALUE "N".
           88  GRADE-IS-KNOWN       VALUE "Y".

       01  WS-MAINT-COUNTS.
           05  WS-TRANS-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-APPLIED-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-CUTOFF-MONTHDAY   PIC 9(4).

      *Final-pay gross uses the same overtime terms the pay chain
      *prices with: hours past 160 at time and a half.  Salaried
      *staff get one monthly cycle's twelfth of the salary instead.
       01  WS-OVERTIME-TERMS.
           05  WS-OT-THRESHOLD-HOURS PIC 9(3) VALUE 160.
           05  WS-OT-MULTIPLIER     PIC 9V9 VALUE 1.5.
           05  WS-CYCLES-PER-YEAR   PIC 9(2) VALUE 12.
       01  WS-FINAL-PAY-FIELDS.
           05  WS-REGULAR-HOURS     PIC 9(3).
           05  WS-OVERTIME-HOURS    PIC 9(3).
      *(for a W, the image written, so a rollback knows the key).
       01  WS-JOURNAL-FIELDS.
           05  WS-JOURNAL-ACTION    PIC X.
           05  WS-JOURNAL-IMAGE     PIC X(160).
           05  WS-JOURNAL-TIME      PIC 9(8).

      *Maker-checker terms.  A change is measured against the rate
      *(or salary) on the master; a move of more than this many
      *percent either way, or a switch of pay type, needs approval.
       01  WS-APPROVAL-THRESHOLD-PCT PIC 9(3)V99 VALUE 5.00.
       01  WS-APPROVAL-FIELDS.
           05  WS-APPROVAL-NEEDED   PIC X VALUE "N".
               88  APPROVAL-IS-NEEDED VALUE "Y".
           05  WS-CHECK-OLD-PAY     PIC 9(7)V99.
           05  WS-CHECK-NEW-PAY     PIC 9(7)V99.
           05  WS-PAY-CHANGE-PCT    PIC 9(5)V99.

      *A held transaction's reference: the run date and time and a
      *sequence within the run, so no two runs can issue the same
      *one.
       01  WS-NEW-REFERENCE.
           05  WS-REF-DATE          PIC 9(8).
           05  WS-REF-TIME          PIC 9(4).
           05  WS-REF-SEQUENCE      PIC 9(3) VALUE ZERO.
       01  WS-RUN-TIME              PIC 9(8).

      *Decisions off EMPAPPROVALS.DAT, each marked once it has
      *matched a held transaction so the leftovers can be listed.
       01  WS-APPROVAL-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-APPROVAL-TABLE.
           05  WS-APPROVAL-ENTRY OCCURS 500 TIMES
                   INDEXED BY APV-IDX.
               10  WS-APV-REFERENCE PIC X(15) VALUE SPACES.
               10  WS-APV-APPROVER  PIC X(8) VALUE SPACES.
               10  WS-APV-DECISION  PIC X VALUE SPACE.
                   88  APV-IS-APPROVE VALUE "A".
                   88  APV-IS-REJECT VALUE "R".
               10  WS-APV-USED      PIC X VALUE "N".
       01  WS-APV-FOUND-FLAG        PIC X VALUE "N".
           88  APPROVAL-IS-ON-FILE  VALUE "Y".

       01  WS-APPROVAL-COUNTS.
           05  WS-HELD-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-STILL-AWAITING-COUNT PIC 9(5) VALUE ZERO.
           05  WS-APPROVED-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-CHECKER-REJECT-COUNT PIC 9(5) VALUE ZERO.
           05  WS-SELF-APPROVAL-COUNT PIC 9(5) VALUE ZERO.
           05  WS-UNMATCHED-COUNT   PIC 9(5) VALUE ZERO.
       01  WS-OUTCOME-COUNTS.
           05  WS-APPLIED-BEFORE    PIC 9(5).
           05  WS-QUEUED-BEFORE     PIC 9(5).

       01  APPROVAL-HEADING-LINE1.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FILLER               PIC X(40)
                   VALUE "MAINTENANCE APPROVALS LISTING".
           05  AH1-RUN-DATE         PIC 9(8).

       01  APPROVAL-HEADING-LINE2.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FILLER               PIC X(17) VALUE "REFERENCE".
           05  FILLER               PIC X(4)  VALUE "ACT".
           05  FILLER               PIC X(9)  VALUE "EMPLOYEE".
           05  FILLER               PIC X(10) VALUE "OPERATOR".
           05  FILLER               PIC X(10) VALUE "APPROVER".
           05  FILLER               PIC X(24) VALUE "STATUS".
           05  FILLER               PIC X(4)  VALUE "NOTE".

       01  APPROVAL-DETAIL-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  AL-REFERENCE         PIC X(15).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  AL-ACTION            PIC X.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  AL-EMPLOYEEID        PIC X(7).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  AL-OPERATOR-ID       PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  AL-APPROVER-ID       PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  AL-STATUS            PIC X(22).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  AL-NOTE              PIC X(30).

       01  APPROVAL-FOOTING-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FL-LABEL             PIC X(30).
           05  FL-COUNT             PIC ZZ,ZZ9.

       01  WS-TRANS-FLAGS.
           05  WS-TRANS-VALID       PIC X VALUE "Y".
               88  TRANS-IS-VALID   VALUE "Y".
       0100-APPLY-TRANSACTIONS.
           PERFORM 0040-ACQUIRE-LOCK.
           PERFORM 0050-LOAD-DEPT-MASTER.
           PERFORM 0065-LOAD-PAY-GRADES.
           OPEN I-O EMPLOYEEFILE
           IF FILE-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status: ",
           END-IF.
           OPEN OUTPUT MAINTLOG.
           OPEN OUTPUT NEWPENDINGFILE.
           OPEN EXTEND FINALPAYFILE.
           IF WS-FINALPAY-CHECK-KEY = "35"
               OPEN OUTPUT FINALPAYFILE
           END-IF.
           OPEN EXTEND JOURNALFILE.
           OPEN OUTPUT NEWAWAITINGFILE.
           OPEN OUTPUT APPROVALREPORT.
           SET FILES-ARE-OPEN TO TRUE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-REF-DATE.
           MOVE WS-RUN-TIME(1:4) TO WS-REF-TIME.
           MOVE WS-RUN-DATE TO AH1-RUN-DATE.
           WRITE APPROVALREPORTLINE FROM APPROVAL-HEADING-LINE1
              AFTER ADVANCING PAGE.
           WRITE APPROVALREPORTLINE FROM APPROVAL-HEADING-LINE2
              AFTER ADVANCING 2 LINES.
           MOVE SPACES TO APPROVALREPORTLINE.
           WRITE APPROVALREPORTLINE AFTER ADVANCING 1 LINE.

           PERFORM 0070-LOAD-APPROVALS.
           PERFORM 0150-SWEEP-PENDING THRU 0150-END.
           PERFORM 0170-SWEEP-AWAITING THRU 0170-END.

           READ TRANSFILE
               AT END SET ENDOFTRANS TO TRUE
           END-READ.
           PERFORM 0200-PROCESS-TRANSACTION UNTIL ENDOFTRANS.
           PERFORM 0195-LIST-UNMATCHED-APPROVAL
               VARYING APV-IDX FROM 1 BY 1
               UNTIL APV-IDX > WS-APPROVAL-COUNT.
           PERFORM 0299-WRITE-APPROVAL-FOOTINGS.
           PERFORM 9000-END-PROGRAM.
       0100-END.

               ELSE
                   ADD 1 TO WS-SWEPT-COUNT
                   ADD 1 TO WS-TRANS-COUNT
                   PERFORM 0210-ROUTE-TRANSACTION
               END-IF
           END-IF.
           READ PENDINGFILE
           END-READ.
       0160-END.

      *Yesterday's held transactions against today's decisions.
      *An approval from a second operator releases the transaction
      *down the same road a fresh form takes; a rejection ends it;
      *no decision, or an attempt by the operator who keyed it to
      *approve their own work, carries it to EMPAWAITING.NEW.
       0170-SWEEP-AWAITING.
           OPEN INPUT AWAITINGFILE.
           IF WS-AWAITING-CHECK-KEY NOT = "00"
               GO TO 0170-END
           END-IF.
           READ AWAITINGFILE
               AT END SET ENDOFAWAITING TO TRUE
           END-READ.
           PERFORM 0180-SWEEP-ONE-AWAITING UNTIL ENDOFAWAITING.
           CLOSE AWAITINGFILE.
       0170-END.

       0180-SWEEP-ONE-AWAITING.
           IF AWAITINGRECORD NOT = SPACES
               MOVE AW-TRANSACTION TO TRANSRECORD
               MOVE AW-REFERENCE TO AL-REFERENCE
               PERFORM 0185-FIND-APPROVAL
               IF NOT APPROVAL-IS-ON-FILE
                   MOVE SPACES TO AL-APPROVER-ID
                   MOVE "PENDING" TO AL-STATUS
                   MOVE "AWAITING APPROVAL" TO AL-NOTE
                   PERFORM 0280-CARRY-AWAITING
               ELSE IF WS-APV-APPROVER(APV-IDX) = SPACES
                    OR (NOT APV-IS-APPROVE(APV-IDX)
                        AND NOT APV-IS-REJECT(APV-IDX))
                   MOVE WS-APV-APPROVER(APV-IDX) TO AL-APPROVER-ID
                   MOVE "PENDING" TO AL-STATUS
                   MOVE "DECISION LINE NOT VALID" TO AL-NOTE
                   PERFORM 0280-CARRY-AWAITING
               ELSE IF APV-IS-REJECT(APV-IDX)
                   MOVE WS-APV-APPROVER(APV-IDX) TO AL-APPROVER-ID
                   MOVE "REJECTED" TO AL-STATUS
                   MOVE "REJECTED BY APPROVER" TO AL-NOTE
                   MOVE "REJECTED BY APPROVER" TO WS-REJECT-TEXT
                   PERFORM 0260-LOG-REJECTED
                   ADD 1 TO WS-CHECKER-REJECT-COUNT
                   PERFORM 0290-LIST-APPROVAL-LINE
               ELSE IF WS-APV-APPROVER(APV-IDX) = TR-OPERATOR-ID
                   MOVE WS-APV-APPROVER(APV-IDX) TO AL-APPROVER-ID
                   MOVE "SELF-APPROVAL ATTEMPT" TO AL-STATUS
                   MOVE "STILL AWAITING APPROVAL" TO AL-NOTE
                   ADD 1 TO WS-SELF-APPROVAL-COUNT
                   PERFORM 0280-CARRY-AWAITING
               ELSE
                   PERFORM 0190-RELEASE-APPROVED
               END-IF END-IF END-IF END-IF
           END-IF.
           READ AWAITINGFILE
               AT END SET ENDOFAWAITING TO TRUE
           END-READ.
       0180-END.

       0185-FIND-APPROVAL.
           MOVE "N" TO WS-APV-FOUND-FLAG.
           SET APV-IDX TO 1.
           SEARCH WS-APPROVAL-ENTRY
               AT END
                   CONTINUE
               WHEN APV-IDX > WS-APPROVAL-COUNT
                   CONTINUE
               WHEN WS-APV-REFERENCE(APV-IDX) = AW-REFERENCE
                    AND WS-APV-USED(APV-IDX) = "N"
                   SET APPROVAL-IS-ON-FILE TO TRUE
                   MOVE "Y" TO WS-APV-USED(APV-IDX)
           END-SEARCH.
       0185-END.

      *The approver's id rides on the transaction from here, onto
      *the pending queue if it is still future-dated and into the
      *journal when it is applied.
       0190-RELEASE-APPROVED.
           MOVE WS-APV-APPROVER(APV-IDX) TO TR-APPROVER-ID.
           MOVE TR-APPROVER-ID TO AL-APPROVER-ID.
           MOVE "APPROVED" TO AL-STATUS.
           ADD 1 TO WS-APPROVED-COUNT.
           MOVE WS-APPLIED-COUNT TO WS-APPLIED-BEFORE.
           MOVE WS-QUEUED-COUNT TO WS-QUEUED-BEFORE.
           PERFORM 0210-ROUTE-TRANSACTION.
           IF WS-APPLIED-COUNT > WS-APPLIED-BEFORE
               MOVE "APPLIED" TO AL-NOTE
           ELSE IF WS-QUEUED-COUNT > WS-QUEUED-BEFORE
               MOVE "QUEUED FOR EFFECTIVE DATE" TO AL-NOTE
           ELSE
               MOVE WS-REJECT-TEXT TO AL-NOTE
           END-IF END-IF.
           PERFORM 0290-LIST-APPROVAL-LINE.
       0190-END.

      *A decision that matched nothing held: a mistyped reference,
      *or one already decided.
       0195-LIST-UNMATCHED-APPROVAL.
           IF WS-APV-USED(APV-IDX) = "N"
               MOVE SPACES TO APPROVAL-DETAIL-LINE
               MOVE WS-APV-REFERENCE(APV-IDX) TO AL-REFERENCE
               MOVE WS-APV-APPROVER(APV-IDX) TO AL-APPROVER-ID
               MOVE "UNMATCHED DECISION" TO AL-STATUS
               MOVE "NO SUCH TRANSACTION HELD" TO AL-NOTE
               WRITE APPROVALREPORTLINE FROM APPROVAL-DETAIL-LINE
                  AFTER ADVANCING 1 LINE
               ADD 1 TO WS-UNMATCHED-COUNT
           END-IF.
       0195-END.

       0070-LOAD-APPROVALS.
           OPEN INPUT APPROVALFILE.
           IF WS-APPROVAL-CHECK-KEY = "00"
               PERFORM 0075-LOAD-ONE-APPROVAL UNTIL ENDOFAPPROVALS
               CLOSE APPROVALFILE
           END-IF.
       0070-END.

       0075-LOAD-ONE-APPROVAL.
           READ APPROVALFILE
               AT END SET ENDOFAPPROVALS TO TRUE
               NOT AT END
                   IF APPROVALRECORD NOT = SPACES
                       IF WS-APPROVAL-COUNT < 500
                           ADD 1 TO WS-APPROVAL-COUNT
                           SET APV-IDX TO WS-APPROVAL-COUNT
                           MOVE AP-REFERENCE
                               TO WS-APV-REFERENCE(APV-IDX)
                           MOVE AP-APPROVER-ID
                               TO WS-APV-APPROVER(APV-IDX)
                           MOVE AP-DECISION
                               TO WS-APV-DECISION(APV-IDX)
                       ELSE
                           DISPLAY "EMPAPPROVALS.DAT: table full at "
                                   "500 entries, ignoring ",
                                   AP-REFERENCE
                       END-IF
                   END-IF
           END-READ.
       0075-END.

       0050-LOAD-DEPT-MASTER.
           OPEN INPUT DEPTMASTERFILE.
           IF WS-DEPT-CHECK-KEY NOT = "00"
           END-SEARCH.
       0060-END.

       0065-LOAD-PAY-GRADES.
           OPEN INPUT PAYGRADEFILE.
           IF WS-GRADE-CHECK-KEY NOT = "00"
               DISPLAY "Non-zero file status: ",
                       WS-GRADE-CHECK-KEY, " on PAYGRADES.DAT"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0067-LOAD-ONE-GRADE UNTIL ENDOFGRADES.
           CLOSE PAYGRADEFILE.
       0065-END.

       0067-LOAD-ONE-GRADE.
           READ PAYGRADEFILE
               AT END SET ENDOFGRADES TO TRUE
               NOT AT END
                   IF PAYGRADERECORD NOT = SPACES
                       IF WS-GRADE-COUNT < 50
                           ADD 1 TO WS-GRADE-COUNT
                           SET GRADE-IDX TO WS-GRADE-COUNT
                           MOVE PG-GRADE TO WS-GRADE-CODE(GRADE-IDX)
                       ELSE
                           DISPLAY "PAYGRADES.DAT: table full at "
                                   "50 entries, ignoring ", PG-GRADE
                       END-IF
                   END-IF
           END-READ.
       0067-END.

       0068-CHECK-PAY-GRADE.
           MOVE "N" TO WS-GRADE-FOUND-FLAG.
           SET GRADE-IDX TO 1.
           SEARCH WS-GRADE-ENTRY
               AT END
                   CONTINUE
               WHEN GRADE-IDX > WS-GRADE-COUNT
                   CONTINUE
               WHEN WS-GRADE-CODE(GRADE-IDX) = TR-PAY-GRADE
                   SET GRADE-IS-KNOWN TO TRUE
           END-SEARCH.
       0068-END.

       0200-PROCESS-TRANSACTION.
           ADD 1 TO WS-TRANS-COUNT.
           MOVE SPACES TO TR-APPROVER-ID.
           PERFORM 0210-ROUTE-TRANSACTION.
           READ TRANSFILE
               AT END SET ENDOFTRANS TO TRUE
           END-READ.
       0200-END.

      *A valid transaction that needs a second operator and has not
      *had one is held for approval.  Otherwise one dated in the
      *future is parked, not applied -- the daily sweep will pick
      *it up when its date arrives -- and HR sees QUEUED on the log
      *line.
       0210-ROUTE-TRANSACTION.
           PERFORM 0230-VALIDATE-TRANSACTION.
           MOVE "N" TO WS-APPROVAL-NEEDED.
           IF TRANS-IS-VALID AND TR-APPROVER-ID = SPACES
               PERFORM 0240-CHECK-APPROVAL-NEEDED
           END-IF.
           IF TRANS-IS-VALID AND APPROVAL-IS-NEEDED
               PERFORM 0270-HOLD-FOR-APPROVAL
           ELSE IF TRANS-IS-VALID
              AND TR-EFFECTIVE-DATE NUMERIC
              AND TR-EFFECTIVE-DATE > WS-RUN-DATE
               MOVE TRANSRECORD TO NEWPENDINGRECORD
               PERFORM 0255-LOG-QUEUED
           ELSE
               PERFORM 0205-DISPATCH-TRANSACTION
           END-IF END-IF.
       0210-END.

      *Adds and terminations always need a second operator; a
      *change only when it moves pay past the threshold.  A change
      *for an id not on file is left for 0310 to reject.
       0240-CHECK-APPROVAL-NEEDED.
           MOVE "N" TO WS-APPROVAL-NEEDED.
           IF TR-IS-ADD OR TR-IS-DELETE
               SET APPROVAL-IS-NEEDED TO TRUE
           ELSE IF TR-IS-CHANGE
               MOVE TR-EMPLOYEEID TO EMPLOYEEID
               READ EMPLOYEEFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0245-MEASURE-PAY-CHANGE
               END-READ
           END-IF END-IF.
       0240-END.

       0245-MEASURE-PAY-CHANGE.
           IF TR-IS-SALARIED
               MOVE EMP-ANNUAL-SALARY TO WS-CHECK-OLD-PAY
               MOVE TR-ANNUAL-SALARY TO WS-CHECK-NEW-PAY
           ELSE
               MOVE HOURLYRATE TO WS-CHECK-OLD-PAY
               MOVE TR-HOURLYRATE TO WS-CHECK-NEW-PAY
           END-IF.
           IF (TR-IS-SALARIED AND NOT EMP-IS-SALARIED)
              OR (EMP-IS-SALARIED AND NOT TR-IS-SALARIED)
               SET APPROVAL-IS-NEEDED TO TRUE
           ELSE IF WS-CHECK-OLD-PAY = ZERO
               IF WS-CHECK-NEW-PAY NOT = ZERO
                   SET APPROVAL-IS-NEEDED TO TRUE
               END-IF
           ELSE
               IF WS-CHECK-NEW-PAY > WS-CHECK-OLD-PAY
                   COMPUTE WS-PAY-CHANGE-PCT ROUNDED =
                       (WS-CHECK-NEW-PAY - WS-CHECK-OLD-PAY) * 100
                           / WS-CHECK-OLD-PAY
               ELSE
                   COMPUTE WS-PAY-CHANGE-PCT ROUNDED =
                       (WS-CHECK-OLD-PAY - WS-CHECK-NEW-PAY) * 100
                           / WS-CHECK-OLD-PAY
               END-IF
               IF WS-PAY-CHANGE-PCT > WS-APPROVAL-THRESHOLD-PCT
                   SET APPROVAL-IS-NEEDED TO TRUE
               END-IF
           END-IF END-IF.
       0245-END.

      *Held under a fresh reference, which the checker quotes back
      *on EMPAPPROVALS.DAT.
       0270-HOLD-FOR-APPROVAL.
           ADD 1 TO WS-REF-SEQUENCE.
           MOVE SPACES TO NEWAWAITINGRECORD.
           MOVE WS-NEW-REFERENCE TO NA-REFERENCE.
           MOVE TRANSRECORD TO NA-TRANSACTION.
           WRITE NEWAWAITINGRECORD AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-HELD-COUNT.
           MOVE SPACES TO MAINTLOGRECORD.
           MOVE TR-EMPLOYEEID TO ML-EMPLOYEEID.
           MOVE TR-ACTION     TO ML-ACTION.
           MOVE "AWAITING"    TO ML-DISPOSITION.
           STRING "APPROVAL REF " DELIMITED BY SIZE
                  WS-NEW-REFERENCE DELIMITED BY SIZE
               INTO ML-REASON
           END-STRING.
           MOVE TR-OPERATOR-ID TO ML-OPERATOR-ID.
           PERFORM 0265-STAMP-LOG-DATES.
           WRITE MAINTLOGRECORD AFTER ADVANCING 1 LINE.
           MOVE WS-NEW-REFERENCE TO AL-REFERENCE.
           MOVE SPACES TO AL-APPROVER-ID.
           MOVE "PENDING" TO AL-STATUS.
           MOVE "NEW TODAY - AWAITING APPROVAL" TO AL-NOTE.
           PERFORM 0290-LIST-APPROVAL-LINE.
       0270-END.

       0280-CARRY-AWAITING.
           MOVE AWAITINGRECORD TO NEWAWAITINGRECORD.
           WRITE NEWAWAITINGRECORD AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-STILL-AWAITING-COUNT.
           PERFORM 0290-LIST-APPROVAL-LINE.
       0280-END.

      *AL-REFERENCE, AL-APPROVER-ID, AL-STATUS, and AL-NOTE are set
      *by the caller; the rest comes off the transaction.
       0290-LIST-APPROVAL-LINE.
           MOVE TR-ACTION TO AL-ACTION.
           MOVE TR-EMPLOYEEID TO AL-EMPLOYEEID.
           MOVE TR-OPERATOR-ID TO AL-OPERATOR-ID.
           WRITE APPROVALREPORTLINE FROM APPROVAL-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
       0290-END.

       0299-WRITE-APPROVAL-FOOTINGS.
           MOVE "HELD FOR APPROVAL TODAY:" TO FL-LABEL.
           MOVE WS-HELD-COUNT TO FL-COUNT.
           WRITE APPROVALREPORTLINE FROM APPROVAL-FOOTING-LINE
              AFTER ADVANCING 3 LINES.
           MOVE "STILL AWAITING FROM BEFORE:" TO FL-LABEL.
           MOVE WS-STILL-AWAITING-COUNT TO FL-COUNT.
           WRITE APPROVALREPORTLINE FROM APPROVAL-FOOTING-LINE
              AFTER ADVANCING 1 LINE.
           MOVE "APPROVED:" TO FL-LABEL.
           MOVE WS-APPROVED-COUNT TO FL-COUNT.
           WRITE APPROVALREPORTLINE FROM APPROVAL-FOOTING-LINE
              AFTER ADVANCING 1 LINE.
           MOVE "REJECTED BY APPROVER:" TO FL-LABEL.
           MOVE WS-CHECKER-REJECT-COUNT TO FL-COUNT.
           WRITE APPROVALREPORTLINE FROM APPROVAL-FOOTING-LINE
              AFTER ADVANCING 1 LINE.
           MOVE "SELF-APPROVAL ATTEMPTS:" TO FL-LABEL.
           MOVE WS-SELF-APPROVAL-COUNT TO FL-COUNT.
           WRITE APPROVALREPORTLINE FROM APPROVAL-FOOTING-LINE
              AFTER ADVANCING 1 LINE.
           MOVE "UNMATCHED DECISIONS:" TO FL-LABEL.
           MOVE WS-UNMATCHED-COUNT TO FL-COUNT.
           WRITE APPROVALREPORTLINE FROM APPROVAL-FOOTING-LINE
              AFTER ADVANCING 1 LINE.
       0299-END.

       0205-DISPATCH-TRANSACTION.
           PERFORM 0230-VALIDATE-TRANSACTION.
           ELSE IF TR-EMPLOYEEID = ZERO
               SET TRANS-IS-INVALID TO TRUE
               MOVE "MISSING EMPLOYEE ID" TO WS-REJECT-TEXT
           ELSE IF TR-OPERATOR-ID = SPACES
               SET TRANS-IS-INVALID TO TRUE
               MOVE "MISSING OPERATOR ID" TO WS-REJECT-TEXT
           ELSE IF TR-IS-ADD OR TR-IS-CHANGE
               IF TR-STARTDATE NOT NUMERIC
                   SET TRANS-IS-INVALID TO TRUE
               ELSE IF TR-HOURLYRATE NOT NUMERIC
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "HOURLY RATE NOT NUMERIC" TO WS-REJECT-TEXT
               ELSE IF NOT TR-PAY-TYPE-IS-VALID
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "UNKNOWN PAY TYPE" TO WS-REJECT-TEXT
               ELSE IF TR-IS-SALARIED
                       AND TR-ANNUAL-SALARY NOT NUMERIC
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "ANNUAL SALARY NOT NUMERIC" TO WS-REJECT-TEXT
               ELSE IF TR-IS-SALARIED AND TR-ANNUAL-SALARY = ZERO
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "MISSING ANNUAL SALARY" TO WS-REJECT-TEXT
               ELSE
                   MOVE TR-DEPARTMENT TO WS-CHECK-DEPARTMENT
                   PERFORM 0060-CHECK-DEPARTMENT
                   IF NOT DEPT-IS-KNOWN
                       SET TRANS-IS-INVALID TO TRUE
                       MOVE "UNKNOWN DEPARTMENT" TO WS-REJECT-TEXT
                   ELSE IF TR-HOME-ADDRESS NOT = SPACES
                       AND (TR-HOME-STREET = SPACES
                         OR TR-HOME-CITY = SPACES
                         OR TR-HOME-STATE = SPACES
                         OR TR-HOME-ZIP(1:5) NOT NUMERIC)
                       SET TRANS-IS-INVALID TO TRUE
                       MOVE "INCOMPLETE HOME ADDRESS"
                           TO WS-REJECT-TEXT
                   ELSE IF TR-PAY-GRADE NOT = SPACES
                       PERFORM 0068-CHECK-PAY-GRADE
                       IF NOT GRADE-IS-KNOWN
                           SET TRANS-IS-INVALID TO TRUE
                           MOVE "UNKNOWN PAY GRADE"
                               TO WS-REJECT-TEXT
                       END-IF
                   END-IF END-IF END-IF
               END-IF END-IF END-IF END-IF END-IF END-IF
           END-IF END-IF END-IF END-IF END-IF.
       0230-END.

      * An ADD builds a fresh EMPDETAILS image from the transaction
      * and WRITEs it; the INVALID KEY path means the EMPLOYEEID is
      * already on file, which is HR re-submitting a hire form.
       0300-APPLY-ADD.
           MOVE SPACES TO EMP-HOME-ADDRESS.
           PERFORM 0330-MOVE-TRANS-TO-MASTER.
           MOVE "A" TO EMP-STATUS.
           MOVE ZERO TO EMP-TERM-DATE.

      * The leaver's last cycle settled the same way the chain
      * prices everyone: hours past the monthly threshold at time
      * and a half, or a cycle's share of salary with no overtime.
       0325-WRITE-FINAL-PAY.
           IF EMP-IS-SALARIED
               MOVE ZERO TO WS-REGULAR-HOURS
               MOVE ZERO TO WS-OVERTIME-HOURS
           ELSE IF HOURSWORKED > WS-OT-THRESHOLD-HOURS
               MOVE WS-OT-THRESHOLD-HOURS TO WS-REGULAR-HOURS
               COMPUTE WS-OVERTIME-HOURS =
                   HOURSWORKED - WS-OT-THRESHOLD-HOURS
           ELSE
               MOVE HOURSWORKED TO WS-REGULAR-HOURS
               MOVE ZERO TO WS-OVERTIME-HOURS
           END-IF END-IF.
           IF EMP-IS-SALARIED
               COMPUTE WS-FINAL-PAY ROUNDED =
                   EMP-ANNUAL-SALARY / WS-CYCLES-PER-YEAR
           ELSE
               COMPUTE WS-FINAL-PAY ROUNDED =
                   HOURLYRATE * WS-REGULAR-HOURS
                   + HOURLYRATE * WS-OT-MULTIPLIER * WS-OVERTIME-HOURS
           END-IF.
           MOVE SPACES TO FINALPAYRECORD.
           MOVE EMPLOYEEID TO FP-EMPLOYEEID.
           MOVE EMP-TERM-DATE TO FP-TERM-DATE.
           MOVE HOURSWORKED TO FP-HOURSWORKED.
           MOVE HOURLYRATE TO FP-HOURLYRATE.
           MOVE WS-FINAL-PAY TO FP-FINAL-PAY.
           MOVE ZERO TO FP-PAID-DATE.
           WRITE FINALPAYRECORD AFTER ADVANCING 1 LINE.
       0325-END.

           MOVE "EMPMAINT" TO EJ-PROGRAM.
           MOVE WS-JOURNAL-ACTION TO EJ-ACTION.
           MOVE WS-JOURNAL-IMAGE TO EJ-BEFORE-IMAGE.
           MOVE TR-OPERATOR-ID TO EJ-OPERATOR-ID.
           MOVE TR-APPROVER-ID TO EJ-APPROVER-ID.
           WRITE JOURNALRECORD AFTER ADVANCING 1 LINE.
       0080-END.

           MOVE TR-HOURLYRATE   TO HOURLYRATE.
           MOVE TR-DEPARTMENT   TO DEPARTMENT.
           MOVE TR-GENDER       TO GENDER.
           IF TR-IS-SALARIED
               MOVE "S"              TO EMP-PAY-TYPE
               MOVE TR-ANNUAL-SALARY TO EMP-ANNUAL-SALARY
           ELSE
               MOVE "H"              TO EMP-PAY-TYPE
               MOVE ZERO             TO EMP-ANNUAL-SALARY
           END-IF.
           MOVE TR-PAY-GRADE    TO EMP-PAY-GRADE.
           IF TR-HOME-ADDRESS NOT = SPACES
               MOVE TR-HOME-ADDRESS TO EMP-HOME-ADDRESS
           END-IF.
       0330-END.

       0250-LOG-APPLIED.
           MOVE TR-ACTION     TO ML-ACTION.
           MOVE "APPLIED"     TO ML-DISPOSITION.
           MOVE SPACES        TO ML-REASON.
           MOVE TR-OPERATOR-ID TO ML-OPERATOR-ID.
           PERFORM 0265-STAMP-LOG-DATES.
           WRITE MAINTLOGRECORD AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE TR-ACTION     TO ML-ACTION.
           MOVE "QUEUED"      TO ML-DISPOSITION.
           MOVE "HELD FOR EFFECTIVE DATE" TO ML-REASON.
           MOVE TR-OPERATOR-ID TO ML-OPERATOR-ID.
           PERFORM 0265-STAMP-LOG-DATES.
           WRITE MAINTLOGRECORD AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-QUEUED-COUNT.
           MOVE TR-ACTION     TO ML-ACTION.
           MOVE "REJECTED"    TO ML-DISPOSITION.
           MOVE WS-REJECT-TEXT TO ML-REASON.
           MOVE TR-OPERATOR-ID TO ML-OPERATOR-ID.
           PERFORM 0265-STAMP-LOG-DATES.
           WRITE MAINTLOGRECORD AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-REJECTED-COUNT.
           END-IF.
           IF FILES-ARE-OPEN
               CLOSE EMPLOYEEFILE, TRANSFILE, MAINTLOG,
                   NEWPENDINGFILE, FINALPAYFILE, JOURNALFILE,
                   NEWAWAITINGFILE, APPROVALREPORT
           END-IF.
           DISPLAY "Transactions read:     ", WS-TRANS-COUNT.
           DISPLAY "Transactions applied:  ", WS-APPLIED-COUNT.
               WS-STILL-PENDING-COUNT.
           DISPLAY "Employees terminated:  ", WS-TERMINATED-COUNT.
           DISPLAY "Records purged:        ", WS-PURGED-COUNT.
           DISPLAY "Held for approval:     ", WS-HELD-COUNT.
           DISPLAY "Still awaiting:        ",
               WS-STILL-AWAITING-COUNT.
           DISPLAY "Approved:              ", WS-APPROVED-COUNT.
           DISPLAY "Rejected by approver:  ",
               WS-CHECKER-REJECT-COUNT.
           DISPLAY "Self-approval attempts:",
               WS-SELF-APPROVAL-COUNT.
           STOP RUN.

          END PROGRAM EMPMAINT.

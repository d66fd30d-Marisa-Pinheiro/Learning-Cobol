       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTLYBATCH.

      *Runs the night's job steps in sequence, the way a nightly
      *batch window chains job steps in JCL: each step's condition
      *code is checked before the next one is allowed to run, and
      *any failure is logged to one common error file instead of
      *someone having to kick off each program by hand and eyeball
      *its DISPLAY output.
      *
      *Which steps run comes off the job schedule, BATCHSCHEDULE.DAT:
      *each step's command, how often it is due -- nightly, on a pay
      *day off the PAYDATES.DAT pay calendar, at month-end, at
      *year-end, weekly on a given weekday, or on one given date --
      *and up to three steps that must finish before it.  The
      *processing date on RUNDATE.DAT decides what is due tonight,
      *and the due steps are run in an order that puts every step
      *after its predecessors.  A predecessor that is not due
      *tonight does not hold its follower back.  Without a schedule
      *on file the standing nightly steps run as they always have.
      *
      *A step that writes a new generation of a file (the .NEW
      *files) is cleared with GENROLL before it runs, and its new
      *generations are promoted by GENROLL the moment it ends
      *clean: a step whose input generation has not been promoted
      *since its last run is refused rather than let loose on the
      *old file, and a step whose output will not promote stops
      *the chain with its work kept.
      *
      *EMPLOYEERAISE, SOLUTION, and PETSTORE are each standalone main
      *programs that end in STOP RUN, so they cannot be reached with
           SELECT BATCHERRORFILE ASSIGN TO "BATCHERRORLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *The job schedule: one line per step, in the order steps with
      *nothing between them should run.
           SELECT SCHEDULEFILE ASSIGN TO "BATCHSCHEDULE.DAT"
               FILE STATUS IS WS-SCHEDULE-CHECK-KEY
               ORGANIZATION IS LINE SEQUENTIAL.

      *The pay calendar, the same list of pay dates BANKMAINT holds
      *account changes against.
           SELECT PAYDATEFILE ASSIGN TO "PAYDATES.DAT"
               FILE STATUS IS WS-PAYDATE-CHECK-KEY
               ORGANIZATION IS LINE SEQUENTIAL.

      *Which step last completed successfully, persisted after each
      *step the way EMPLOYEERAISE keeps CHECKPOINT.DAT, so a failed
      *night can be rerun with "RESTART" from the failed step
           SELECT DIGESTFILE ASSIGN TO "MORNINGDIGEST.LPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *The last weekly integrity sweep's counts.  The file stands
      *until the next sweep, so a master out of step with EMPFILE
      *shows on every morning's page until it is put right.
           SELECT INTEGRITYCOUNTS ASSIGN TO "INTEGRITYCOUNTS.DAT"
               FILE STATUS IS WS-INTEGRITY-CHECK-KEY
               ORGANIZATION IS LINE SEQUENTIAL.

      *Site processing-date control file: every step in the chain
      *reads its business date from here instead of the system
      *clock, so a rerun after midnight (or on Saturday for
           COPY BATCHERR.
      *(BATCH-ERROR-RECORD, from copybooks/BATCHERR.CPY)

      *The step count is a position in tonight's run order, which
      *only means something for the processing date it was saved
      *under.
       FD RESTARTFILE.
       01  RESTARTRECORD.
           05  RS-LAST-COMPLETED-STEP  PIC 9(2).
           05  RS-RUN-DATE             PIC 9(8).

      *SC-FREQUENCY-VALUE carries the date of a "D" step and the
      *weekday (1 Monday through 7 Sunday) of a "W" step.  A
      *command may carry &RUNDATE (the processing date), &RUNYEAR
      *(its year), or &CUTDATE (the processing date less the
      *retention years), filled in when the step is queued.
       FD SCHEDULEFILE.
       01  SCHEDULERECORD.
           88  ENDOFSCHEDULE           VALUE HIGH-VALUES.
           05  SC-STEP-ID              PIC X(8).
           05  FILLER                  PIC X.
           05  SC-STEP-NAME            PIC X(20).
           05  FILLER                  PIC X.
           05  SC-FREQUENCY            PIC X.
               88  SC-FREQUENCY-VALID  VALUE "N" "P" "M" "Y" "W" "D".
               88  SC-IS-WEEKLY        VALUE "W".
               88  SC-IS-ONE-DATE      VALUE "D".
           05  FILLER                  PIC X.
           05  SC-FREQUENCY-VALUE      PIC X(8).
           05  SC-ON-DATE REDEFINES SC-FREQUENCY-VALUE
                                       PIC 9(8).
           05  SC-WEEKDAY-VALUE REDEFINES SC-FREQUENCY-VALUE.
               10  SC-ON-WEEKDAY       PIC 9.
               10  FILLER              PIC X(7).
           05  SC-PREDECESSOR OCCURS 3 TIMES.
               10  FILLER              PIC X.
               10  SC-PRED-ID          PIC X(8).
           05  FILLER                  PIC X.
           05  SC-COMMAND              PIC X(60).

       FD PAYDATEFILE.
       01  PAYDATERECORD.
           88  ENDOFPAYDATES           VALUE HIGH-VALUES.
           05  PD-PAY-DATE             PIC 9(8).

       FD CONTROLLIST.
       01  CONTROLLISTRECORD.
       FD DIGESTFILE.
       01  DIGESTLINE                  PIC X(132).

       FD INTEGRITYCOUNTS.
           COPY INTEGCNT.
      *(INTEGRITY-COUNT-RECORD, from copybooks/INTEGCNT.CPY)

       FD RUNDATEFILE.
       01  RUNDATERECORD.
           05  RD-PROCESSING-DATE      PIC 9(8).
       01  WS-NEXT-DATE-INT            PIC 9(8).
       01  WS-STEP-RC                  PIC 9(4).

      *Tonight's run order, built off the schedule.
       01  WS-STEP-COUNT               PIC 9(2) VALUE ZERO.
       01  WS-STEPS.
           05  WS-STEP OCCURS 30 TIMES.
               10  WS-STEP-ID          PIC X(8).
               10  WS-STEP-NAME        PIC X(20).
               10  WS-STEP-COMMAND     PIC X(60).

      *The whole schedule as read, with what tonight makes of it.
       01  WS-SCHEDULE-CHECK-KEY       PIC X(2).
       01  WS-SCHEDULE-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-SCHEDULE-TABLE.
           05  WS-SCHED-ENTRY OCCURS 30 TIMES
                   INDEXED BY SCH-IDX PRD-IDX.
               10  WS-SCH-ID           PIC X(8).
               10  WS-SCH-NAME         PIC X(20).
               10  WS-SCH-FREQUENCY    PIC X.
               10  WS-SCH-ON-DATE      PIC 9(8).
               10  WS-SCH-ON-WEEKDAY   PIC 9.
               10  WS-SCH-PRED-ID      PIC X(8) OCCURS 3 TIMES.
               10  WS-SCH-COMMAND      PIC X(60).
               10  WS-SCH-DUE-FLAG     PIC X.
                   88  SCH-IS-DUE      VALUE "Y".
               10  WS-SCH-QUEUED-FLAG  PIC X.
                   88  SCH-IS-QUEUED   VALUE "Y".
       01  WS-PRED-NUM                 PIC 9.
       01  WS-QUEUED-THIS-PASS         PIC 9(2).
       01  WS-NOT-DUE-COUNT            PIC 9(2) VALUE ZERO.

      *What kind of night the processing date is.
       01  WS-PAYDATE-CHECK-KEY        PIC X(2).
       01  WS-CALENDAR-FLAGS.
           05  WS-SCHEDULE-FLAG        PIC X VALUE "N".
               88  SCHEDULE-IS-ON-FILE VALUE "Y".
           05  WS-SCHEDULE-BLOCKED     PIC X VALUE "N".
               88  SCHEDULE-BLOCKED    VALUE "Y".
           05  WS-PAY-DAY-FLAG         PIC X VALUE "N".
               88  TONIGHT-IS-PAY-DAY  VALUE "Y".
           05  WS-PAY-CALENDAR-FLAG    PIC X VALUE "Y".
               88  PAY-CALENDAR-MISSING VALUE "N".
           05  WS-PAY-GAP-LOGGED       PIC X VALUE "N".
               88  PAY-GAP-WAS-LOGGED  VALUE "Y".
           05  WS-MONTH-END-FLAG       PIC X VALUE "N".
               88  TONIGHT-IS-MONTH-END VALUE "Y".
           05  WS-YEAR-END-FLAG        PIC X VALUE "N".
               88  TONIGHT-IS-YEAR-END VALUE "Y".
           05  WS-PREDS-READY-FLAG     PIC X VALUE "N".
               88  PREDECESSORS-READY  VALUE "Y".
           05  WS-PRED-FOUND-FLAG      PIC X VALUE "N".
               88  PREDECESSOR-IS-KNOWN VALUE "Y".
       01  WS-RUN-DAY-INT              PIC 9(8).
       01  WS-RUN-WEEKDAY              PIC 9.
       01  WS-TOMORROW                 PIC 9(8).
       01  WS-TOMORROW-SPLIT REDEFINES WS-TOMORROW.
           05  WS-TOMORROW-YEAR        PIC 9(4).
           05  WS-TOMORROW-MONTH       PIC 9(2).
           05  WS-TOMORROW-DAY         PIC 9(2).
       01  WS-CALENDAR-NOTE            PIC X(80) VALUE SPACES.
       01  WS-NOTE-POINTER             PIC 9(3).

      *Command fill-ins.  The retention years match EMPMAINT's purge
      *rule, so the history archive and the purge agree on what is
      *old enough to go.
       01  WS-RETENTION-YEARS          PIC 9(2) VALUE 7.
       01  WS-CUTOFF-DATE              PIC 9(8).
       01  WS-CUTOFF-SPLIT REDEFINES WS-CUTOFF-DATE.
           05  WS-CUTOFF-YEAR          PIC 9(4).
           05  WS-CUTOFF-MONTH-DAY     PIC 9(4).
       01  WS-COMMAND-FILL-INS.
           05  WS-RUN-DATE-TEXT        PIC X(8).
           05  WS-RUN-YEAR-TEXT        PIC X(8).
           05  WS-CUTOFF-TEXT          PIC X(8).

       01  WS-BATCH-FLAGS.
           05  WS-ANY-FAILURE          PIC X VALUE "N".
               88  BATCH-FAILED        VALUE "Y".
               88  RESTART-MODE-ON     VALUE "Y".

       01  WS-COMMAND-LINE             PIC X(80).
       01  WS-GENROLL-MODE             PIC X(8).
       01  WS-GENROLL-COMMAND          PIC X(60).
       01  WS-FAILURE-TEXT             PIC X(40).
       01  WS-RESTART-CHECK-KEY        PIC X(2).
       01  WS-START-STEP               PIC 9(2) VALUE 1.
       01  WS-STEP-NUM                 PIC 9(2) VALUE 1.
      *What happened to each step tonight, for the digest.  Steps
      *ahead of a RESTART resume completed on the prior attempt.
       01  WS-STEP-OUTCOMES.
           05  WS-STEP-OUTCOME OCCURS 30 TIMES
                                       PIC X(12).
       01  WS-OUTCOME-TALLIES.
           05  WS-DG-STEPS-RAN         PIC 9(2) VALUE ZERO.
           05  WS-DG-STEPS-SKIPPED     PIC 9(2) VALUE ZERO.

      *Everything the operator used to collect from six outputs,
      *gathered after the chain so one page can carry the verdict.
           05  WS-DG-MERGED            PIC 9(5) VALUE ZERO.
           05  WS-DG-SALES-REJECTS     PIC 9(5) VALUE ZERO.
           05  WS-DG-ALERTS            PIC 9(5) VALUE ZERO.
           05  WS-DG-ORPHANS           PIC 9(5) VALUE ZERO.
           05  WS-DG-MISSING           PIC 9(5) VALUE ZERO.
           05  WS-DG-CONFLICTS         PIC 9(5) VALUE ZERO.
           05  WS-DG-UNCHECKED         PIC 9(5) VALUE ZERO.
           05  WS-DG-OVERFLOWS         PIC 9(5) VALUE ZERO.
       01  WS-INTEGRITY-CHECK-KEY      PIC X(2).
       01  WS-DG-INTEGRITY-DATE        PIC X(10) VALUE "NOT RUN".
       01  WS-DG-BALANCED              PIC X(3) VALUE "N/A".
       01  WS-SCAN-TALLY               PIC 9(5) VALUE ZERO.
       01  WS-DG-VERDICT               PIC X(6).

       PROCEDURE DIVISION.
       0100-RUN-NIGHTLY-BATCH.
           PERFORM 0065-GET-PROCESSING-DATE.
           PERFORM 0052-INITIALIZE-OUTCOMES.
           PERFORM 0055-PARSE-COMMAND-LINE.
      *A RESTART rerun appends to the night's error log instead of
      *truncating it -- the failure that forced the restart is
      *exactly what the morning digest has to still show.
           ELSE
               OPEN OUTPUT BATCHERRORFILE
           END-IF.
           PERFORM 0050-INITIALIZE-STEPS.

           PERFORM 0070-RUN-PREFLIGHT THRU 0070-END.
           IF PREFLIGHT-BLOCKED OR SCHEDULE-BLOCKED
               DISPLAY "NIGHTLY BATCH: pre-flight or schedule check "
                       "failed, chain not started, see "
                       "BATCHERRORLOG.DAT"
               CLOSE BATCHERRORFILE
               PERFORM 0900-WRITE-MORNING-DIGEST THRU 0900-END
               MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM VARYING WS-STEP-NUM FROM WS-START-STEP BY 1
                   UNTIL WS-STEP-NUM > WS-STEP-COUNT OR BATCH-FAILED
               PERFORM 0200-RUN-STEP
           END-PERFORM.

                   RD-PROCESSING-DATE.
       0260-END.

      *A due step the night never reaches -- the chain refused, or
      *stopped at an earlier failure -- stays skipped.
       0052-INITIALIZE-OUTCOMES.
           PERFORM VARYING WS-STEP-NUM FROM 1 BY 1
                   UNTIL WS-STEP-NUM > 30
               MOVE "SKIPPED" TO WS-STEP-OUTCOME(WS-STEP-NUM)
           END-PERFORM.
       0052-END.

           END-IF.
       0055-END.

      *A restart point saved under another processing date belongs
      *to a different night's run order, so it is not trusted.
       0060-LOAD-RESTART-POINT.
           OPEN INPUT RESTARTFILE.
           IF WS-RESTART-CHECK-KEY = "00"
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RS-RUN-DATE = WS-RUN-DATE
                           COMPUTE WS-START-STEP =
                               RS-LAST-COMPLETED-STEP + 1
                       ELSE
                           DISPLAY "NIGHTLY BATCH: restart point is "
                                   "for another processing date"
                       END-IF
               END-READ
               CLOSE RESTARTFILE
           END-IF.
       0085-END.

       0250-SAVE-PROGRESS.
           MOVE WS-RUN-DATE TO RS-RUN-DATE.
           OPEN OUTPUT RESTARTFILE.
           WRITE RESTARTRECORD.
           CLOSE RESTARTFILE.
       0250-END.

       0050-INITIALIZE-STEPS.
           PERFORM 0400-LOAD-SCHEDULE THRU 0400-END.
           IF NOT SCHEDULE-IS-ON-FILE
               PERFORM 0058-STANDING-STEPS
           END-IF.
       0050-END.

      *The standing nightly steps, for a site with no schedule on
      *file.  Step order matches the order finance/payroll needs
      *them: the COLA raise first (pay data other reports may
      *reference), then the company-merge roster, then the pet store
      *sales run, then the loyalty qualification letters the sales
      *run feeds.
       0058-STANDING-STEPS.
           MOVE 5 TO WS-STEP-COUNT.
           MOVE "COLARAIS"             TO WS-STEP-ID(1).
           MOVE "MERGE"                TO WS-STEP-ID(2).
           MOVE "PETSTORE"             TO WS-STEP-ID(3).
           MOVE "LOYALQUA"             TO WS-STEP-ID(4).
           MOVE "LOYALMRG"             TO WS-STEP-ID(5).
           MOVE "COLA RAISE RUN"       TO WS-STEP-NAME(1).
           MOVE "./employeeRaise"      TO WS-STEP-COMMAND(1).
           MOVE "COMPANY MERGE RUN"    TO WS-STEP-NAME(2).
           MOVE "LOYALTY MAIL MERGE"   TO WS-STEP-NAME(5).
           MOVE "./obtainInput BATCH LOYALTYLETTER.TXT"
                                       TO WS-STEP-COMMAND(5).
       0058-END.

       0200-RUN-STEP.
           DISPLAY "NIGHTLY BATCH: starting ",
                   WS-STEP-NAME(WS-STEP-NUM).
           MOVE "CHECK" TO WS-GENROLL-MODE.
           PERFORM 0230-CALL-GENROLL.
           IF WS-STEP-RC NOT = ZERO
               DISPLAY "NIGHTLY BATCH: ", WS-STEP-NAME(WS-STEP-NUM),
                       " REFUSED, input generation not promoted "
                       "since its last run"
               MOVE "INPUT GENERATION NOT PROMOTED, REFUSED"
                   TO WS-FAILURE-TEXT
               PERFORM 0300-LOG-FAILURE
               SET BATCH-FAILED TO TRUE
               MOVE "REFUSED" TO WS-STEP-OUTCOME(WS-STEP-NUM)
           ELSE
               PERFORM 0205-LAUNCH-STEP
           END-IF.
       0200-END.

       0205-LAUNCH-STEP.
           CALL "SYSTEM" USING WS-STEP-COMMAND(WS-STEP-NUM).
      * RETURN-CODE after CALL "SYSTEM" holds the raw wait() status of
      * the child process, not its plain exit code -- the exit code a
           IF WS-STEP-RC NOT = ZERO
               DISPLAY "NIGHTLY BATCH: ", WS-STEP-NAME(WS-STEP-NUM),
                       " FAILED, return code ", WS-STEP-RC
               MOVE "STEP FAILED - SEE DISPLAY LOG FOR DETAILS"
                   TO WS-FAILURE-TEXT
               PERFORM 0300-LOG-FAILURE
               SET BATCH-FAILED TO TRUE
               MOVE "FAILED" TO WS-STEP-OUTCOME(WS-STEP-NUM)
               MOVE "COMPLETED" TO WS-STEP-OUTCOME(WS-STEP-NUM)
               MOVE WS-STEP-NUM TO RS-LAST-COMPLETED-STEP
               PERFORM 0250-SAVE-PROGRESS
               PERFORM 0220-PROMOTE-GENERATIONS
           END-IF.
       0205-END.

      *The step's work is done and kept as completed, so a RESTART
      *goes on past it; the new generation is promoted by hand with
      *GENROLL PROMOTE before the rerun.
       0220-PROMOTE-GENERATIONS.
           MOVE "PROMOTE" TO WS-GENROLL-MODE.
           PERFORM 0230-CALL-GENROLL.
           IF WS-STEP-RC NOT = ZERO
               DISPLAY "NIGHTLY BATCH: ", WS-STEP-NAME(WS-STEP-NUM),
                       " output generation NOT PROMOTED"
               MOVE "OUTPUT GENERATION NOT PROMOTED"
                   TO WS-FAILURE-TEXT
               PERFORM 0300-LOG-FAILURE
               SET BATCH-FAILED TO TRUE
               MOVE "NOT PROMOTED" TO WS-STEP-OUTCOME(WS-STEP-NUM)
           END-IF.
       0220-END.

      *"./genroll CHECK stepid" or "./genroll PROMOTE stepid"; a
      *step with no generation files comes back zero either way.
       0230-CALL-GENROLL.
           MOVE SPACES TO WS-GENROLL-COMMAND.
           STRING "./genroll " DELIMITED BY SIZE
               WS-GENROLL-MODE DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-STEP-ID(WS-STEP-NUM) DELIMITED BY SPACE
               INTO WS-GENROLL-COMMAND
           END-STRING.
           CALL "SYSTEM" USING WS-GENROLL-COMMAND.
           COMPUTE WS-STEP-RC = RETURN-CODE / 256.
       0230-END.

      *The whole morning shift's first forty-five minutes on one
      *page: each step's outcome, the raise run's balance and
           MOVE WS-PREFLIGHT-RECORD-COUNT TO WS-DG-ERROR-COUNT.
           PERFORM 0910-READ-RAISE-BALANCE.
           PERFORM 0920-SCAN-STORE-OUTPUTS.
           PERFORM 0915-READ-INTEGRITY-COUNTS.
           PERFORM 0930-DECIDE-VERDICT.
           PERFORM 0935-TALLY-ONE-OUTCOME
               VARYING WS-STEP-NUM FROM 1 BY 1
               UNTIL WS-STEP-NUM > WS-STEP-COUNT.
           PERFORM 0940-PRINT-DIGEST.
       0900-END.

           END-IF.
       0910-END.

      *The sweep runs weekly, so its counts carry the date it ran;
      *no counts file means it has never run here.
       0915-READ-INTEGRITY-COUNTS.
           MOVE "NOT RUN" TO WS-DG-INTEGRITY-DATE.
           OPEN INPUT INTEGRITYCOUNTS.
           IF WS-INTEGRITY-CHECK-KEY = "00"
               READ INTEGRITYCOUNTS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE IC-RUN-DATE TO WS-DG-INTEGRITY-DATE
                       MOVE IC-ORPHANS TO WS-DG-ORPHANS
                       MOVE IC-MISSING TO WS-DG-MISSING
                       MOVE IC-CONFLICTS TO WS-DG-CONFLICTS
                       MOVE IC-FILES-ABSENT TO WS-DG-UNCHECKED
                       IF IC-TABLE-OVERFLOWS NUMERIC
                           MOVE IC-TABLE-OVERFLOWS TO WS-DG-OVERFLOWS
                       END-IF
               END-READ
               CLOSE INTEGRITYCOUNTS
           END-IF.
       0915-END.

      *The reorder alert count comes from the alert pages, and the
      *store's grand-total line is lifted off the sales report
      *verbatim so the digest shows the same figure accounting

      *CLEAN means nothing on this page needs a second look:
      *every step ran to completion, nothing in the error log, the
      *raise balanced, and no rejects, ceiling exceptions,
      *duplicate SSNs, or findings left by the last integrity
      *sweep, nor a master it could only partly check.  A master
      *simply not on disk there, and reorder alerts (routine
      *purchasing work), do not taint the verdict on their own.
       0930-DECIDE-VERDICT.
           IF NOT BATCH-FAILED
              AND NOT PREFLIGHT-BLOCKED
              AND NOT SCHEDULE-BLOCKED
              AND WS-DG-ERROR-COUNT = ZERO
              AND WS-DG-BALANCED = "YES"
              AND WS-DG-EMP-REJECTS = ZERO
              AND WS-DG-CEILINGS = ZERO
              AND WS-DG-SALES-REJECTS = ZERO
              AND WS-DG-DUPS = ZERO
              AND WS-DG-ORPHANS = ZERO
              AND WS-DG-MISSING = ZERO
              AND WS-DG-CONFLICTS = ZERO
              AND WS-DG-OVERFLOWS = ZERO
               MOVE "CLEAN" TO WS-DG-VERDICT
           ELSE
               MOVE "REVIEW" TO WS-DG-VERDICT
           END-IF.
       0930-END.

      *Tonight's ran and skipped counts, for the digest.
       0935-TALLY-ONE-OUTCOME.
           IF WS-STEP-OUTCOME(WS-STEP-NUM) = "COMPLETED"
              OR WS-STEP-OUTCOME(WS-STEP-NUM) = "FAILED"
              OR WS-STEP-OUTCOME(WS-STEP-NUM) = "NOT PROMOTED"
               ADD 1 TO WS-DG-STEPS-RAN
           ELSE IF WS-STEP-OUTCOME(WS-STEP-NUM) = "SKIPPED"
              OR WS-STEP-OUTCOME(WS-STEP-NUM) = "REFUSED"
               ADD 1 TO WS-DG-STEPS-SKIPPED
           END-IF END-IF.
       0935-END.

       0940-PRINT-DIGEST.
           OPEN OUTPUT DIGESTFILE.
           MOVE WS-RUN-DATE TO DG-RUN-DATE.
           MOVE WS-DG-VERDICT TO DG-VERDICT.
           WRITE DIGESTLINE FROM DIGEST-VERDICT-LINE
               AFTER ADVANCING 1 LINE.
           IF SCHEDULE-IS-ON-FILE
               MOVE WS-CALENDAR-NOTE TO DG-TEXT
               WRITE DIGESTLINE FROM DIGEST-TEXT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO DIGESTLINE.
           WRITE DIGESTLINE AFTER ADVANCING 1 LINE.
      *Every step due tonight, in the order it was run or would
      *have been: what ran shows COMPLETED or FAILED (NOT PROMOTED
      *when its new generation would not go in), what did not shows
      *SKIPPED, REFUSED by the generation check, or PRIOR RUN ahead
      *of a restart.
           PERFORM 0945-WRITE-ONE-STEP
               VARYING WS-STEP-NUM FROM 1 BY 1
               UNTIL WS-STEP-NUM > WS-STEP-COUNT.
           MOVE SPACES TO DIGESTLINE.
           WRITE DIGESTLINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO DIGEST-COUNT-LINE.
           MOVE "STEPS DUE TONIGHT" TO DG-COUNT-LABEL.
           MOVE WS-STEP-COUNT TO DG-COUNT-VALUE.
           WRITE DIGESTLINE FROM DIGEST-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "STEPS RUN" TO DG-COUNT-LABEL.
           MOVE WS-DG-STEPS-RAN TO DG-COUNT-VALUE.
           WRITE DIGESTLINE FROM DIGEST-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "STEPS SKIPPED" TO DG-COUNT-LABEL.
           MOVE WS-DG-STEPS-SKIPPED TO DG-COUNT-VALUE.
           WRITE DIGESTLINE FROM DIGEST-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           IF SCHEDULE-IS-ON-FILE
               MOVE "SCHEDULED, NOT DUE TONIGHT" TO DG-COUNT-LABEL
               MOVE WS-NOT-DUE-COUNT TO DG-COUNT-VALUE
               WRITE DIGESTLINE FROM DIGEST-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO DIGESTLINE.
           WRITE DIGESTLINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO DIGEST-COUNT-LINE.
           MOVE WS-DG-ALERTS TO DG-COUNT-VALUE.
           WRITE DIGESTLINE FROM DIGEST-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-DG-INTEGRITY-DATE TO DG-COUNT-NOTE.
           MOVE "INTEGRITY: MISSING RECORDS" TO DG-COUNT-LABEL.
           MOVE WS-DG-MISSING TO DG-COUNT-VALUE.
           WRITE DIGESTLINE FROM DIGEST-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "INTEGRITY: ORPHAN RECORDS" TO DG-COUNT-LABEL.
           MOVE WS-DG-ORPHANS TO DG-COUNT-VALUE.
           WRITE DIGESTLINE FROM DIGEST-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "INTEGRITY: STATUS CONFLICTS" TO DG-COUNT-LABEL.
           MOVE WS-DG-CONFLICTS TO DG-COUNT-VALUE.
           WRITE DIGESTLINE FROM DIGEST-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "INTEGRITY: FILES NOT CHECKED" TO DG-COUNT-LABEL.
           MOVE WS-DG-UNCHECKED TO DG-COUNT-VALUE.
           WRITE DIGESTLINE FROM DIGEST-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO DG-COUNT-NOTE.
           MOVE "BATCH ERRORS LOGGED" TO DG-COUNT-LABEL.
           MOVE WS-DG-ERROR-COUNT TO DG-COUNT-VALUE.
           WRITE DIGESTLINE FROM DIGEST-COUNT-LINE
                   "overall ", WS-DG-VERDICT.
       0940-END.

       0945-WRITE-ONE-STEP.
           MOVE WS-STEP-NAME(WS-STEP-NUM) TO DG-STEP-NAME.
           MOVE WS-STEP-OUTCOME(WS-STEP-NUM) TO DG-STEP-OUTCOME.
           WRITE DIGESTLINE FROM DIGEST-STEP-LINE
               AFTER ADVANCING 1 LINE.
       0945-END.

       0300-LOG-FAILURE.
           MOVE WS-STEP-NAME(WS-STEP-NUM)  TO BERR-STEP-NAME.
           MOVE WS-RUN-DATE              TO BERR-RUN-DATE.
           MOVE WS-STEP-RC                TO BERR-RETURN-CODE.
           MOVE WS-FAILURE-TEXT            TO BERR-MESSAGE.
           WRITE BATCH-ERROR-RECORD.
       0300-END.

      *Read the schedule, work out what kind of night the
      *processing date is, mark each step due or not, and queue the
      *due ones in run order.
       0400-LOAD-SCHEDULE.
           OPEN INPUT SCHEDULEFILE.
           IF WS-SCHEDULE-CHECK-KEY NOT = "00"
               DISPLAY "NIGHTLY BATCH: no BATCHSCHEDULE.DAT, running "
                       "the standing nightly steps"
               GO TO 0400-END
           END-IF.
           SET SCHEDULE-IS-ON-FILE TO TRUE.
           PERFORM 0405-LOAD-ONE-SCHEDULE-LINE UNTIL ENDOFSCHEDULE.
           CLOSE SCHEDULEFILE.
           PERFORM 0410-WORK-OUT-CALENDAR.
           PERFORM 0420-MARK-ONE-DUE
               VARYING SCH-IDX FROM 1 BY 1
               UNTIL SCH-IDX > WS-SCHEDULE-COUNT.
           PERFORM 0425-CHECK-ONE-PREDECESSOR-ID
               VARYING SCH-IDX FROM 1 BY 1
               UNTIL SCH-IDX > WS-SCHEDULE-COUNT.
           PERFORM 0430-ORDER-DUE-STEPS.
           DISPLAY "NIGHTLY BATCH: ", WS-CALENDAR-NOTE.
           DISPLAY "NIGHTLY BATCH: ", WS-STEP-COUNT, " steps due, ",
                   WS-NOT-DUE-COUNT, " not due tonight".
       0400-END.

      *A line with a frequency this run does not know, or a "D" or
      *"W" step without a usable date or weekday, is logged and
      *left off the schedule rather than guessed at.
       0405-LOAD-ONE-SCHEDULE-LINE.
           READ SCHEDULEFILE
               AT END SET ENDOFSCHEDULE TO TRUE
               NOT AT END
                   IF SCHEDULERECORD NOT = SPACES
                       IF NOT SC-FREQUENCY-VALID
                          OR (SC-IS-ONE-DATE
                              AND SC-ON-DATE NOT NUMERIC)
                          OR (SC-IS-WEEKLY
                              AND (SC-ON-WEEKDAY NOT NUMERIC
                                   OR SC-ON-WEEKDAY = ZERO
                                   OR SC-ON-WEEKDAY > 7))
                           MOVE SC-STEP-NAME TO BERR-STEP-NAME
                           MOVE "SCHEDULE LINE NOT VALID, IGNORED"
                               TO BERR-MESSAGE
                           PERFORM 0460-LOG-SCHEDULE-PROBLEM
                       ELSE IF WS-SCHEDULE-COUNT < 30
                           PERFORM 0407-FILE-ONE-SCHEDULE-LINE
                       ELSE
                           DISPLAY "BATCHSCHEDULE.DAT: table full at "
                                   "30 steps, ignoring ", SC-STEP-ID
                       END-IF END-IF
                   END-IF
           END-READ.
       0405-END.

       0407-FILE-ONE-SCHEDULE-LINE.
           ADD 1 TO WS-SCHEDULE-COUNT.
           SET SCH-IDX TO WS-SCHEDULE-COUNT.
           MOVE SC-STEP-ID TO WS-SCH-ID(SCH-IDX).
           MOVE SC-STEP-NAME TO WS-SCH-NAME(SCH-IDX).
           MOVE SC-FREQUENCY TO WS-SCH-FREQUENCY(SCH-IDX).
           MOVE ZERO TO WS-SCH-ON-DATE(SCH-IDX).
           MOVE ZERO TO WS-SCH-ON-WEEKDAY(SCH-IDX).
           IF SC-IS-ONE-DATE
               MOVE SC-ON-DATE TO WS-SCH-ON-DATE(SCH-IDX)
           END-IF.
           IF SC-IS-WEEKLY
               MOVE SC-ON-WEEKDAY TO WS-SCH-ON-WEEKDAY(SCH-IDX)
           END-IF.
           MOVE SC-PRED-ID(1) TO WS-SCH-PRED-ID(SCH-IDX, 1).
           MOVE SC-PRED-ID(2) TO WS-SCH-PRED-ID(SCH-IDX, 2).
           MOVE SC-PRED-ID(3) TO WS-SCH-PRED-ID(SCH-IDX, 3).
           MOVE SC-COMMAND TO WS-SCH-COMMAND(SCH-IDX).
           MOVE "N" TO WS-SCH-DUE-FLAG(SCH-IDX).
           MOVE "N" TO WS-SCH-QUEUED-FLAG(SCH-IDX).
       0407-END.

      *Month-end and year-end are the last calendar day of the
      *month and of the year: tomorrow is the 1st, or January 1st.
      *Day 1 of the integer calendar, 1 January 1601, was a Monday.
       0410-WORK-OUT-CALENDAR.
           COMPUTE WS-RUN-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-TOMORROW =
               FUNCTION DATE-OF-INTEGER(WS-RUN-DAY-INT + 1).
           IF WS-TOMORROW-DAY = 1
               SET TONIGHT-IS-MONTH-END TO TRUE
               IF WS-TOMORROW-MONTH = 1
                   SET TONIGHT-IS-YEAR-END TO TRUE
               END-IF
           END-IF.
           COMPUTE WS-RUN-WEEKDAY =
               FUNCTION MOD(WS-RUN-DAY-INT - 1, 7) + 1.
           PERFORM 0415-CHECK-PAY-CALENDAR THRU 0415-END.

           MOVE WS-RUN-DATE TO WS-RUN-DATE-TEXT.
           MOVE SPACES TO WS-RUN-YEAR-TEXT.
           MOVE WS-RUN-DATE-TEXT(1:4) TO WS-RUN-YEAR-TEXT(1:4).
           MOVE WS-RUN-DATE TO WS-CUTOFF-DATE.
           SUBTRACT WS-RETENTION-YEARS FROM WS-CUTOFF-YEAR.
           MOVE WS-CUTOFF-DATE TO WS-CUTOFF-TEXT.

           MOVE SPACES TO WS-CALENDAR-NOTE.
           MOVE 1 TO WS-NOTE-POINTER.
           STRING "PROCESSING DATE " DELIMITED BY SIZE
               WS-RUN-DATE-TEXT DELIMITED BY SIZE
               INTO WS-CALENDAR-NOTE WITH POINTER WS-NOTE-POINTER
           END-STRING.
           IF TONIGHT-IS-PAY-DAY
               STRING "  PAY DAY" DELIMITED BY SIZE
                   INTO WS-CALENDAR-NOTE WITH POINTER WS-NOTE-POINTER
               END-STRING
           END-IF.
           IF TONIGHT-IS-MONTH-END
               STRING "  MONTH-END" DELIMITED BY SIZE
                   INTO WS-CALENDAR-NOTE WITH POINTER WS-NOTE-POINTER
               END-STRING
           END-IF.
           IF TONIGHT-IS-YEAR-END
               STRING "  YEAR-END" DELIMITED BY SIZE
                   INTO WS-CALENDAR-NOTE WITH POINTER WS-NOTE-POINTER
               END-STRING
           END-IF.
       0410-END.

       0415-CHECK-PAY-CALENDAR.
           OPEN INPUT PAYDATEFILE.
           IF WS-PAYDATE-CHECK-KEY NOT = "00"
               SET PAY-CALENDAR-MISSING TO TRUE
               GO TO 0415-END
           END-IF.
           PERFORM 0417-READ-ONE-PAY-DATE UNTIL ENDOFPAYDATES.
           CLOSE PAYDATEFILE.
       0415-END.

       0417-READ-ONE-PAY-DATE.
           READ PAYDATEFILE
               AT END SET ENDOFPAYDATES TO TRUE
               NOT AT END
                   IF PD-PAY-DATE = WS-RUN-DATE
                       SET TONIGHT-IS-PAY-DAY TO TRUE
                   END-IF
           END-READ.
       0417-END.

      *With no pay calendar nobody can say tonight is a pay day, so
      *the pay-day steps are held back and the gap is logged once;
      *that alone puts the digest to REVIEW.
       0420-MARK-ONE-DUE.
           EVALUATE WS-SCH-FREQUENCY(SCH-IDX)
               WHEN "N"
                   SET SCH-IS-DUE(SCH-IDX) TO TRUE
               WHEN "P"
                   IF TONIGHT-IS-PAY-DAY
                       SET SCH-IS-DUE(SCH-IDX) TO TRUE
                   END-IF
                   IF PAY-CALENDAR-MISSING
                      AND NOT PAY-GAP-WAS-LOGGED
                       MOVE "PAY CALENDAR" TO BERR-STEP-NAME
                       MOVE "NO PAYDATES.DAT, PAY-DAY STEPS HELD"
                           TO BERR-MESSAGE
                       PERFORM 0460-LOG-SCHEDULE-PROBLEM
                       SET PAY-GAP-WAS-LOGGED TO TRUE
                   END-IF
               WHEN "M"
                   IF TONIGHT-IS-MONTH-END
                       SET SCH-IS-DUE(SCH-IDX) TO TRUE
                   END-IF
               WHEN "Y"
                   IF TONIGHT-IS-YEAR-END
                       SET SCH-IS-DUE(SCH-IDX) TO TRUE
                   END-IF
               WHEN "W"
                   IF WS-SCH-ON-WEEKDAY(SCH-IDX) = WS-RUN-WEEKDAY
                       SET SCH-IS-DUE(SCH-IDX) TO TRUE
                   END-IF
               WHEN "D"
                   IF WS-SCH-ON-DATE(SCH-IDX) = WS-RUN-DATE
                       SET SCH-IS-DUE(SCH-IDX) TO TRUE
                   END-IF
           END-EVALUATE.
           IF NOT SCH-IS-DUE(SCH-IDX)
               ADD 1 TO WS-NOT-DUE-COUNT
           END-IF.
       0420-END.

      *A predecessor that names no step on the schedule is a typing
      *slip: logged, and treated as not holding anything back.
       0425-CHECK-ONE-PREDECESSOR-ID.
           PERFORM 0427-CHECK-ONE-NAMED-STEP
               VARYING WS-PRED-NUM FROM 1 BY 1
               UNTIL WS-PRED-NUM > 3.
       0425-END.

       0427-CHECK-ONE-NAMED-STEP.
           IF WS-SCH-PRED-ID(SCH-IDX, WS-PRED-NUM) NOT = SPACES
               MOVE "N" TO WS-PRED-FOUND-FLAG
               SET PRD-IDX TO 1
               SEARCH WS-SCHED-ENTRY VARYING PRD-IDX
                   AT END
                       CONTINUE
                   WHEN PRD-IDX > WS-SCHEDULE-COUNT
                       CONTINUE
                   WHEN WS-SCH-ID(PRD-IDX) =
                        WS-SCH-PRED-ID(SCH-IDX, WS-PRED-NUM)
                       SET PREDECESSOR-IS-KNOWN TO TRUE
               END-SEARCH
               IF NOT PREDECESSOR-IS-KNOWN
                   MOVE WS-SCH-NAME(SCH-IDX) TO BERR-STEP-NAME
                   MOVE SPACES TO BERR-MESSAGE
                   STRING "UNKNOWN PREDECESSOR " DELIMITED BY SIZE
                       WS-SCH-PRED-ID(SCH-IDX, WS-PRED-NUM)
                           DELIMITED BY SIZE
                       INTO BERR-MESSAGE
                   END-STRING
                   PERFORM 0460-LOG-SCHEDULE-PROBLEM
               END-IF
           END-IF.
       0427-END.

      *Pass over the due steps in schedule order, queueing each one
      *whose due predecessors are all queued ahead of it, until a
      *pass queues nothing more.  A due step still left over is on
      *a predecessor loop: it is logged and listed at the end of
      *the run order, and the night is refused, since no order can
      *honour the schedule as written.
       0430-ORDER-DUE-STEPS.
           MOVE ZERO TO WS-STEP-COUNT.
           MOVE 1 TO WS-QUEUED-THIS-PASS.
           PERFORM 0435-ORDER-ONE-PASS
               UNTIL WS-QUEUED-THIS-PASS = ZERO.
           PERFORM 0445-CHECK-ONE-LEFT-OVER
               VARYING SCH-IDX FROM 1 BY 1
               UNTIL SCH-IDX > WS-SCHEDULE-COUNT.
       0430-END.

       0435-ORDER-ONE-PASS.
           MOVE ZERO TO WS-QUEUED-THIS-PASS.
           PERFORM 0440-TRY-ONE-STEP
               VARYING SCH-IDX FROM 1 BY 1
               UNTIL SCH-IDX > WS-SCHEDULE-COUNT.
       0435-END.

       0440-TRY-ONE-STEP.
           IF SCH-IS-DUE(SCH-IDX) AND NOT SCH-IS-QUEUED(SCH-IDX)
               SET PREDECESSORS-READY TO TRUE
               PERFORM 0442-CHECK-ONE-PREDECESSOR
                   VARYING WS-PRED-NUM FROM 1 BY 1
                   UNTIL WS-PRED-NUM > 3
               IF PREDECESSORS-READY
                   PERFORM 0450-QUEUE-ONE-STEP
                   ADD 1 TO WS-QUEUED-THIS-PASS
               END-IF
           END-IF.
       0440-END.

       0442-CHECK-ONE-PREDECESSOR.
           IF WS-SCH-PRED-ID(SCH-IDX, WS-PRED-NUM) NOT = SPACES
               SET PRD-IDX TO 1
               SEARCH WS-SCHED-ENTRY VARYING PRD-IDX
                   AT END
                       CONTINUE
                   WHEN PRD-IDX > WS-SCHEDULE-COUNT
                       CONTINUE
                   WHEN WS-SCH-ID(PRD-IDX) =
                        WS-SCH-PRED-ID(SCH-IDX, WS-PRED-NUM)
                       IF SCH-IS-DUE(PRD-IDX)
                          AND NOT SCH-IS-QUEUED(PRD-IDX)
                           MOVE "N" TO WS-PREDS-READY-FLAG
                       END-IF
               END-SEARCH
           END-IF.
       0442-END.

       0445-CHECK-ONE-LEFT-OVER.
           IF SCH-IS-DUE(SCH-IDX) AND NOT SCH-IS-QUEUED(SCH-IDX)
               MOVE WS-SCH-NAME(SCH-IDX) TO BERR-STEP-NAME
               MOVE "PREDECESSOR LOOP, STEP CANNOT BE ORDERED"
                   TO BERR-MESSAGE
               PERFORM 0460-LOG-SCHEDULE-PROBLEM
               SET SCHEDULE-BLOCKED TO TRUE
               PERFORM 0450-QUEUE-ONE-STEP
           END-IF.
       0445-END.

       0450-QUEUE-ONE-STEP.
           ADD 1 TO WS-STEP-COUNT.
           MOVE WS-SCH-ID(SCH-IDX) TO WS-STEP-ID(WS-STEP-COUNT).
           MOVE WS-SCH-NAME(SCH-IDX) TO WS-STEP-NAME(WS-STEP-COUNT).
           MOVE WS-SCH-COMMAND(SCH-IDX)
               TO WS-STEP-COMMAND(WS-STEP-COUNT).
           INSPECT WS-STEP-COMMAND(WS-STEP-COUNT)
               REPLACING ALL "&RUNDATE" BY WS-RUN-DATE-TEXT
                         ALL "&RUNYEAR" BY WS-RUN-YEAR-TEXT
                         ALL "&CUTDATE" BY WS-CUTOFF-TEXT.
           SET SCH-IS-QUEUED(SCH-IDX) TO TRUE.
       0450-END.

       0460-LOG-SCHEDULE-PROBLEM.
           MOVE WS-RUN-DATE TO BERR-RUN-DATE.
           MOVE 8 TO BERR-RETURN-CODE.
           WRITE BATCH-ERROR-RECORD.
           DISPLAY "NIGHTLY BATCH: schedule problem - ",
                   BERR-STEP-NAME, " ", BERR-MESSAGE.
       0460-END.

       END PROGRAM NIGHTLYBATCH.

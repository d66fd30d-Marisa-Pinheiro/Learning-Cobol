       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENROLL.

      *Generation rollover for the files a step rewrites whole
      *rather than updating in place: the step reads the current
      *file, writes a complete new generation to the .NEW file, and
      *the new generation has to be swapped in before that step
      *may run again.  Swapped by hand, a forgotten swap had the
      *next run re-apply work on top of the old file, and nothing
      *was left of last night's file to go back to.
      *
      *GENCONTROL.DAT names each generation file by its base name
      *(YTDEARNINGS for YTDEARNINGS.DAT and YTDEARNINGS.NEW), the
      *step that writes it -- the job-schedule step id, or the
      *program's own name for a step operations runs by hand --
      *and how many back generations to keep.  GENCATALOG.DAT
      *holds the catalog: every generation of every file, current
      *or back, with the processing date it was made, its record
      *count and what made it, plus the generation each step last
      *ran against.  The current generation is always the .DAT
      *file; back generation n is kept as <base>.Gnnnn.
      *
      *  PROMOTE step   after the step ends clean: each of the
      *                 step's .NEW files becomes the current
      *                 generation, the old current one is kept as
      *                 a back generation, and back generations past
      *                 the retention count are deleted.  Promoting
      *                 again the same night finds the work done
      *                 and changes nothing.
      *  CHECK step     before the step runs: refused, return code
      *                 8, while one of the step's .NEW files is
      *                 still waiting to be promoted, or while its
      *                 input is still the generation the step last
      *                 ran against.
      *  RESTORE base n puts back generation n of a file as a new
      *                 current generation, so the step can be rerun
      *                 from the restored copy.  Restoring the
      *                 current generation itself re-issues it, for
      *                 a step refused after a run that made nothing
      *                 to promote.
      *  LIST           prints the catalog on GENCATALOG.LPT.
      *
      *Any file that cannot be promoted or restored ends the run
      *with return code 8 and is left exactly as it was.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROLLIST ASSIGN TO "GENCONTROL.DAT"
               FILE STATUS IS WS-CONTROL-CHECK-KEY
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CATALOGFILE ASSIGN TO "GENCATALOG.DAT"
               FILE STATUS IS WS-CATALOG-CHECK-KEY
               ORGANIZATION IS LINE SEQUENTIAL.

      *Opened against each generation in turn, to prove it is there
      *and count what is in it.
           SELECT DATAFILE ASSIGN TO DYNAMIC WS-DATA-FILE-NAME
               FILE STATUS IS WS-DATA-CHECK-KEY
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CATALOGREPORT ASSIGN TO "GENCATALOG.LPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *Site processing-date control file, for the generation
      *dates.  A missing file falls back to the system clock.
           SELECT RUNDATEFILE ASSIGN TO "RUNDATE.DAT"
               FILE STATUS IS WS-RUNDATE-CHECK-KEY
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROLLIST.
       01  CONTROLLISTRECORD.
           88  ENDOFCONTROLLIST        VALUE HIGH-VALUES.
           05  GF-FILE-BASE            PIC X(20).
           05  FILLER                  PIC X.
           05  GF-STEP-ID              PIC X(8).
           05  FILLER                  PIC X.
           05  GF-RETAIN               PIC 9(2).

      *A "G" row is one generation of a file; a "U" row is the
      *generation a step last ran against, and carries only the
      *file, generation, date and step.  GC-SOURCE is the step that
      *made a generation, RESTORE, or BASELINE for the file that was
      *standing when the file was first cataloged.
       FD CATALOGFILE.
       01  CATALOGRECORD.
           88  ENDOFCATALOG            VALUE HIGH-VALUES.
           05  GC-ROW-TYPE             PIC X.
               88  GC-IS-GENERATION    VALUE "G".
               88  GC-IS-USAGE         VALUE "U".
           05  FILLER                  PIC X.
           05  GC-FILE-BASE            PIC X(20).
           05  FILLER                  PIC X.
           05  GC-GENERATION           PIC 9(4).
           05  FILLER                  PIC X.
           05  GC-STATE                PIC X.
           05  FILLER                  PIC X.
           05  GC-DATE                 PIC 9(8).
           05  FILLER                  PIC X.
           05  GC-RECORD-COUNT         PIC 9(7).
           05  FILLER                  PIC X.
           05  GC-SOURCE               PIC X(8).
           05  FILLER                  PIC X.
           05  GC-FROM-GENERATION      PIC 9(4).

       FD DATAFILE.
       01  DATARECORD                  PIC X(400).

       FD CATALOGREPORT.
       01  CATALOGREPORTLINE           PIC X(132).

       FD RUNDATEFILE.
       01  RUNDATERECORD.
           05  RD-PROCESSING-DATE      PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUNDATE-CHECK-KEY        PIC X(2).
       01  WS-CONTROL-CHECK-KEY        PIC X(2).
       01  WS-CATALOG-CHECK-KEY        PIC X(2).
       01  WS-DATA-CHECK-KEY           PIC X(2).
       01  WS-RUN-RETURN-CODE          PIC 9 VALUE ZERO.

       01  WS-COMMAND-LINE             PIC X(80).
       01  WS-RUN-MODE                 PIC X(8).
           88  MODE-IS-CHECK           VALUE "CHECK".
           88  MODE-IS-PROMOTE         VALUE "PROMOTE".
           88  MODE-IS-RESTORE         VALUE "RESTORE".
           88  MODE-IS-LIST            VALUE "LIST".
       01  WS-ARG-1                    PIC X(20).
       01  WS-ARG-2                    PIC X(8).
       01  WS-ARG-LENGTH               PIC 9(2).
       01  WS-ARG-STEP                 PIC X(8).
       01  WS-RESTORE-GEN              PIC 9(4) VALUE ZERO.

      *Which files belong to which step, off GENCONTROL.DAT.
       01  WS-CONTROL-COUNT            PIC 9(2) VALUE ZERO.
       01  WS-CONTROL-TABLE.
           05  WS-CONTROL-ENTRY OCCURS 50 TIMES
                   INDEXED BY CTL-IDX.
               10  WS-CTL-FILE-BASE    PIC X(20).
               10  WS-CTL-STEP-ID      PIC X(8).
               10  WS-CTL-RETAIN       PIC 9(2).

      *The whole catalog, rewritten at the end of a PROMOTE or
      *RESTORE.  A catalog past the table limit refuses to run --
      *rewriting part of it would lose the rest.
       01  WS-CATALOG-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-CATALOG-TABLE.
           05  WS-CATALOG-ENTRY OCCURS 500 TIMES
                   INDEXED BY CAT-IDX CUR-IDX USE-IDX OLD-IDX.
               10  WS-CAT-ROW-TYPE     PIC X.
                   88  CAT-IS-GENERATION VALUE "G".
                   88  CAT-IS-USAGE    VALUE "U".
               10  WS-CAT-FILE-BASE    PIC X(20).
               10  WS-CAT-GENERATION   PIC 9(4).
               10  WS-CAT-STATE        PIC X.
                   88  CAT-IS-CURRENT  VALUE "C".
                   88  CAT-IS-BACK     VALUE "B".
               10  WS-CAT-DATE         PIC 9(8).
               10  WS-CAT-RECORD-COUNT PIC 9(7).
               10  WS-CAT-SOURCE       PIC X(8).
               10  WS-CAT-FROM-GEN     PIC 9(4).
               10  WS-CAT-DROP-FLAG    PIC X.
                   88  CAT-IS-DROPPED  VALUE "Y".

      *The file being worked on and the names of its generations.
       01  WS-FILE-BASE                PIC X(20).
       01  WS-DAT-NAME                 PIC X(40).
       01  WS-NEW-NAME                 PIC X(40).
       01  WS-GEN-NAME                 PIC X(40).
       01  WS-RESTORE-NAME             PIC X(40).
       01  WS-DATA-FILE-NAME           PIC X(40).
       01  WS-NAME-GEN                 PIC 9(4).
       01  WS-DATA-RECORD-COUNT        PIC 9(7).
       01  WS-PROMOTE-RECORD-COUNT     PIC 9(7).
       01  WS-RETAIN                   PIC 9(2).

      *The generation about to be added to the catalog.
       01  WS-NEW-GENERATION-ROW.
           05  WS-NEW-GENERATION       PIC 9(4).
           05  WS-NEW-RECORD-COUNT     PIC 9(7).
           05  WS-NEW-SOURCE           PIC X(8).
           05  WS-NEW-FROM-GEN         PIC 9(4).

       01  WS-CURRENT-GEN              PIC 9(4).
       01  WS-BACK-COUNT               PIC 9(4).
       01  WS-OLDEST-GEN               PIC 9(4).
       01  WS-OLDEST-ROW               PIC 9(4).

       01  WS-ROLL-FLAGS.
           05  WS-CURRENT-FLAG         PIC X.
               88  CURRENT-IS-FOUND    VALUE "Y".
           05  WS-USAGE-FLAG           PIC X.
               88  USAGE-IS-FOUND      VALUE "Y".
           05  WS-GENERATION-FLAG      PIC X.
               88  GENERATION-IS-FOUND VALUE "Y".
           05  WS-RETAIN-FLAG          PIC X.
               88  RETENTION-IS-SET    VALUE "Y".
           05  WS-EARLIER-FLAG         PIC X.
               88  FILE-LISTED-EARLIER VALUE "Y".
           05  WS-DATA-EOF             PIC X.
               88  DATA-AT-EOF         VALUE "Y".

       01  WS-ROLL-COUNTS.
           05  WS-STEP-FILE-COUNT      PIC 9(2) VALUE ZERO.
           05  WS-PROMOTED-COUNT       PIC 9(2) VALUE ZERO.
           05  WS-RESTORED-COUNT       PIC 9(2) VALUE ZERO.
           05  WS-DELETED-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-REFUSED-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-LISTED-FILES         PIC 9(3) VALUE ZERO.
           05  WS-LISTED-GENERATIONS   PIC 9(4) VALUE ZERO.

       01  HEADING-LINE1.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  FILLER                  PIC X(30)
                   VALUE "GENERATION CATALOG".
           05  HL1-RUN-DATE            PIC 9(8).

       01  HEADING-LINE2.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  FILLER                  PIC X(22) VALUE "FILE".
           05  FILLER                  PIC X(6)  VALUE "  GEN".
           05  FILLER                  PIC X(9)  VALUE "STATE".
           05  FILLER                  PIC X(10) VALUE "DATE".
           05  FILLER                  PIC X(11) VALUE "  RECORDS".
           05  FILLER                  PIC X(10) VALUE "MADE BY".
           05  FILLER                  PIC X(4)  VALUE "NOTE".

       01  GENERATION-DETAIL-LINE.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  DL-FILE-BASE            PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-GENERATION           PIC ZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-STATE                PIC X(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-DATE                 PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-RECORDS              PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-SOURCE               PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-NOTE                 PIC X(30).

       01  USAGE-DETAIL-LINE.
           05  FILLER                  PIC X(27) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "LAST RUN: ".
           05  UL-STEP-ID              PIC X(8).
           05  FILLER                  PIC X(4)  VALUE " ON ".
           05  UL-DATE                 PIC 9(8).
           05  FILLER                  PIC X(20)
                   VALUE " AGAINST GENERATION ".
           05  UL-GENERATION           PIC ZZZ9.

       01  FOOTING-LINE.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  FL-LABEL                PIC X(30).
           05  FL-COUNT                PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0100-ROLL-GENERATIONS.
           PERFORM 0045-GET-PROCESSING-DATE.
           PERFORM 0055-PARSE-COMMAND-LINE.
           PERFORM 0200-LOAD-CONTROL-LIST THRU 0200-END.
           PERFORM 0210-LOAD-CATALOG THRU 0210-END.
           EVALUATE TRUE
               WHEN MODE-IS-CHECK
                   PERFORM 0300-CHECK-ONE-FILE
                       VARYING CTL-IDX FROM 1 BY 1
                       UNTIL CTL-IDX > WS-CONTROL-COUNT
                   PERFORM 0290-NOTE-NO-STEP-FILES
               WHEN MODE-IS-PROMOTE
                   PERFORM 0400-PROMOTE-ONE-FILE
                       VARYING CTL-IDX FROM 1 BY 1
                       UNTIL CTL-IDX > WS-CONTROL-COUNT
                   PERFORM 0290-NOTE-NO-STEP-FILES
                   PERFORM 0700-SAVE-CATALOG
               WHEN MODE-IS-RESTORE
                   PERFORM 0500-RESTORE-GENERATION THRU 0500-END
                   PERFORM 0700-SAVE-CATALOG
               WHEN MODE-IS-LIST
                   PERFORM 0600-LIST-CATALOG
           END-EVALUATE.
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

      *The generation number on a RESTORE may be keyed with or
      *without its leading zeros.
       0055-PARSE-COMMAND-LINE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-RUN-MODE, WS-ARG-1, WS-ARG-2.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-RUN-MODE WS-ARG-1 WS-ARG-2
           END-UNSTRING.
           MOVE WS-ARG-1 TO WS-ARG-STEP.
           MOVE ZERO TO WS-ARG-LENGTH.
           INSPECT WS-ARG-2 TALLYING WS-ARG-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-ARG-LENGTH > ZERO AND WS-ARG-LENGTH < 5
               IF WS-ARG-2(1:WS-ARG-LENGTH) IS NUMERIC
                   MOVE WS-ARG-2(1:WS-ARG-LENGTH) TO WS-RESTORE-GEN
               END-IF
           END-IF.
           IF ((MODE-IS-CHECK OR MODE-IS-PROMOTE)
                   AND WS-ARG-1 NOT = SPACES)
              OR (MODE-IS-RESTORE AND WS-ARG-1 NOT = SPACES
                   AND WS-RESTORE-GEN > ZERO)
              OR MODE-IS-LIST
               CONTINUE
           ELSE
               DISPLAY "Usage: CHECK step | PROMOTE step | "
                       "RESTORE file generation | LIST"
               MOVE 8 TO WS-RUN-RETURN-CODE
               GO TO 9000-END-PROGRAM
           END-IF.
       0055-END.

      *No control list means nothing is cataloged: every CHECK and
      *PROMOTE finds no files for its step and lets it by.
       0200-LOAD-CONTROL-LIST.
           OPEN INPUT CONTROLLIST.
           IF WS-CONTROL-CHECK-KEY NOT = "00"
               DISPLAY "GENROLL: no GENCONTROL.DAT, no generation "
                       "files are cataloged"
               GO TO 0200-END
           END-IF.
           PERFORM 0205-LOAD-ONE-CONTROL-LINE UNTIL ENDOFCONTROLLIST.
           CLOSE CONTROLLIST.
       0200-END.

       0205-LOAD-ONE-CONTROL-LINE.
           READ CONTROLLIST
               AT END SET ENDOFCONTROLLIST TO TRUE
               NOT AT END
                   IF CONTROLLISTRECORD NOT = SPACES
                       IF GF-RETAIN NOT NUMERIC
                           DISPLAY "GENCONTROL.DAT: retention not "
                                   "numeric, ignoring ", GF-FILE-BASE
                       ELSE IF WS-CONTROL-COUNT < 50
                           ADD 1 TO WS-CONTROL-COUNT
                           SET CTL-IDX TO WS-CONTROL-COUNT
                           MOVE GF-FILE-BASE
                               TO WS-CTL-FILE-BASE(CTL-IDX)
                           MOVE GF-STEP-ID TO WS-CTL-STEP-ID(CTL-IDX)
                           MOVE GF-RETAIN TO WS-CTL-RETAIN(CTL-IDX)
                       ELSE
                           DISPLAY "GENCONTROL.DAT: table full at "
                                   "50 files, ignoring ", GF-FILE-BASE
                       END-IF END-IF
                   END-IF
           END-READ.
       0205-END.

      *No catalog yet is an empty catalog; the first PROMOTE of each
      *file starts it.
       0210-LOAD-CATALOG.
           OPEN INPUT CATALOGFILE.
           IF WS-CATALOG-CHECK-KEY NOT = "00"
               DISPLAY "GENROLL: no GENCATALOG.DAT, starting an "
                       "empty catalog"
               GO TO 0210-END
           END-IF.
           PERFORM 0215-LOAD-ONE-CATALOG-ROW UNTIL ENDOFCATALOG.
           CLOSE CATALOGFILE.
       0210-END.

       0215-LOAD-ONE-CATALOG-ROW.
           READ CATALOGFILE
               AT END SET ENDOFCATALOG TO TRUE
               NOT AT END
                   IF CATALOGRECORD NOT = SPACES
                       IF WS-CATALOG-COUNT < 500
                           ADD 1 TO WS-CATALOG-COUNT
                           SET CAT-IDX TO WS-CATALOG-COUNT
                           MOVE GC-ROW-TYPE
                               TO WS-CAT-ROW-TYPE(CAT-IDX)
                           MOVE GC-FILE-BASE
                               TO WS-CAT-FILE-BASE(CAT-IDX)
                           MOVE GC-GENERATION
                               TO WS-CAT-GENERATION(CAT-IDX)
                           MOVE GC-STATE TO WS-CAT-STATE(CAT-IDX)
                           MOVE GC-DATE TO WS-CAT-DATE(CAT-IDX)
                           MOVE GC-RECORD-COUNT
                               TO WS-CAT-RECORD-COUNT(CAT-IDX)
                           MOVE GC-SOURCE TO WS-CAT-SOURCE(CAT-IDX)
                           MOVE GC-FROM-GENERATION
                               TO WS-CAT-FROM-GEN(CAT-IDX)
                           MOVE "N" TO WS-CAT-DROP-FLAG(CAT-IDX)
                       ELSE
                           DISPLAY "GENCATALOG.DAT exceeds 500 rows "
                                   "- cut the retention counts, run "
                                   "refused"
                           MOVE 8 TO WS-RUN-RETURN-CODE
                           GO TO 9000-END-PROGRAM
                       END-IF
                   END-IF
           END-READ.
       0215-END.

       0290-NOTE-NO-STEP-FILES.
           IF WS-STEP-FILE-COUNT = ZERO
               DISPLAY "GENROLL: no generation files for step ",
                       WS-ARG-STEP
           END-IF.
       0290-END.

      *Before the step runs.  A .NEW still on disk is a generation
      *made by an earlier run that was never swapped in; running
      *the step again would overwrite it with work done on top of
      *the old file.  Input that is still the generation the step
      *last ran against means the step's last output never made it
      *in at all.
       0300-CHECK-ONE-FILE.
           IF WS-CTL-STEP-ID(CTL-IDX) = WS-ARG-STEP
               ADD 1 TO WS-STEP-FILE-COUNT
               MOVE WS-CTL-FILE-BASE(CTL-IDX) TO WS-FILE-BASE
               PERFORM 0310-CHECK-FILE THRU 0310-END
           END-IF.
       0300-END.

       0310-CHECK-FILE.
           PERFORM 0800-BUILD-FILE-NAMES.
           MOVE WS-NEW-NAME TO WS-DATA-FILE-NAME.
           PERFORM 0850-COUNT-RECORDS.
           IF WS-DATA-CHECK-KEY = "00"
               DISPLAY "GENROLL: ", WS-ARG-STEP, " refused - ",
                       WS-NEW-NAME, " from an earlier run has not "
                       "been promoted"
               ADD 1 TO WS-REFUSED-COUNT
               MOVE 8 TO WS-RUN-RETURN-CODE
               GO TO 0310-END
           END-IF.
           PERFORM 0810-FIND-CURRENT.
           PERFORM 0820-FIND-USAGE.
           IF USAGE-IS-FOUND
              AND WS-CAT-GENERATION(USE-IDX) = WS-CURRENT-GEN
               DISPLAY "GENROLL: ", WS-ARG-STEP, " refused - ",
                       WS-FILE-BASE, " generation ", WS-CURRENT-GEN,
                       " was its input on ", WS-CAT-DATE(USE-IDX),
                       " and nothing has been promoted since"
               ADD 1 TO WS-REFUSED-COUNT
               MOVE 8 TO WS-RUN-RETURN-CODE
           ELSE
               DISPLAY "GENROLL: ", WS-FILE-BASE, " generation ",
                       WS-CURRENT-GEN, " ready for ", WS-ARG-STEP
           END-IF.
       0310-END.

      *After the step ends clean.
       0400-PROMOTE-ONE-FILE.
           IF WS-CTL-STEP-ID(CTL-IDX) = WS-ARG-STEP
               ADD 1 TO WS-STEP-FILE-COUNT
               MOVE WS-CTL-FILE-BASE(CTL-IDX) TO WS-FILE-BASE
               MOVE WS-CTL-RETAIN(CTL-IDX) TO WS-RETAIN
               PERFORM 0410-PROMOTE-FILE THRU 0410-END
           END-IF.
       0400-END.

      *No .NEW is either tonight's promotion already done -- the
      *current generation is this step's, made tonight -- or a
      *step that ran without making one; the second is noted
      *against the step so it is refused until someone looks.  The
      *old current generation is renamed aside before the .NEW is
      *renamed in, and renamed back if the .NEW will not go.
       0410-PROMOTE-FILE.
           PERFORM 0800-BUILD-FILE-NAMES.
           PERFORM 0810-FIND-CURRENT.
           IF WS-CATALOG-COUNT > 497
               DISPLAY "GENCATALOG.DAT: table full at 500 rows, ",
                       WS-NEW-NAME, " not promoted"
               MOVE 8 TO WS-RUN-RETURN-CODE
               GO TO 0410-END
           END-IF.
           MOVE WS-NEW-NAME TO WS-DATA-FILE-NAME.
           PERFORM 0850-COUNT-RECORDS.
           IF WS-DATA-CHECK-KEY NOT = "00"
               IF CURRENT-IS-FOUND
                  AND WS-CAT-SOURCE(CUR-IDX) = WS-ARG-STEP
                  AND WS-CAT-DATE(CUR-IDX) = WS-RUN-DATE
                   DISPLAY "GENROLL: ", WS-FILE-BASE, " generation ",
                           WS-CURRENT-GEN, " already promoted for ",
                           WS-ARG-STEP, " on ", WS-RUN-DATE
               ELSE
                   DISPLAY "GENROLL: no ", WS-NEW-NAME,
                           " to promote for ", WS-ARG-STEP
                   PERFORM 0450-RECORD-USAGE
                   MOVE 8 TO WS-RUN-RETURN-CODE
               END-IF
               GO TO 0410-END
           END-IF.
           MOVE WS-DATA-RECORD-COUNT TO WS-PROMOTE-RECORD-COUNT.
           IF NOT CURRENT-IS-FOUND
               PERFORM 0420-CATALOG-BASELINE
           END-IF.
           IF CURRENT-IS-FOUND
               MOVE WS-CURRENT-GEN TO WS-NAME-GEN
               PERFORM 0805-BUILD-GENERATION-NAME
               CALL "CBL_RENAME_FILE" USING WS-DAT-NAME, WS-GEN-NAME
               IF RETURN-CODE NOT = ZERO
                   DISPLAY "GENROLL: could not keep ", WS-DAT-NAME,
                           " as ", WS-GEN-NAME, ", ", WS-NEW-NAME,
                           " not promoted"
                   MOVE 8 TO WS-RUN-RETURN-CODE
                   GO TO 0410-END
               END-IF
               SET CAT-IS-BACK(CUR-IDX) TO TRUE
           END-IF.
           CALL "CBL_RENAME_FILE" USING WS-NEW-NAME, WS-DAT-NAME.
           IF RETURN-CODE NOT = ZERO
               DISPLAY "GENROLL: could not rename ", WS-NEW-NAME,
                       " to ", WS-DAT-NAME, ", not promoted"
               IF CURRENT-IS-FOUND
                   CALL "CBL_RENAME_FILE" USING WS-GEN-NAME,
                                                WS-DAT-NAME
                   SET CAT-IS-CURRENT(CUR-IDX) TO TRUE
               END-IF
               MOVE 8 TO WS-RUN-RETURN-CODE
               GO TO 0410-END
           END-IF.
           PERFORM 0450-RECORD-USAGE.
           COMPUTE WS-NEW-GENERATION = WS-CURRENT-GEN + 1.
           MOVE WS-PROMOTE-RECORD-COUNT TO WS-NEW-RECORD-COUNT.
           MOVE WS-ARG-STEP TO WS-NEW-SOURCE.
           MOVE ZERO TO WS-NEW-FROM-GEN.
           PERFORM 0460-ADD-GENERATION.
           ADD 1 TO WS-PROMOTED-COUNT.
           DISPLAY "GENROLL: ", WS-NEW-NAME, " promoted as ",
                   WS-FILE-BASE, " generation ", WS-NEW-GENERATION,
                   ", ", WS-NEW-RECORD-COUNT, " records".
           PERFORM 0470-APPLY-RETENTION.
       0410-END.

      *The first promotion of a file catalogs the .DAT standing
      *before it as generation 1, so there is a copy to go back to
      *from the very first night.  A file with no .DAT yet starts
      *at the promoted generation.
       0420-CATALOG-BASELINE.
           MOVE WS-DAT-NAME TO WS-DATA-FILE-NAME.
           PERFORM 0850-COUNT-RECORDS.
           IF WS-DATA-CHECK-KEY = "00"
               MOVE 1 TO WS-NEW-GENERATION
               MOVE WS-DATA-RECORD-COUNT TO WS-NEW-RECORD-COUNT
               MOVE "BASELINE" TO WS-NEW-SOURCE
               MOVE ZERO TO WS-NEW-FROM-GEN
               PERFORM 0460-ADD-GENERATION
               SET CUR-IDX TO CAT-IDX
               MOVE 1 TO WS-CURRENT-GEN
               SET CURRENT-IS-FOUND TO TRUE
           END-IF.
       0420-END.

      *The generation the step ran against: the current one before
      *tonight's promotion, or 0 for a file not yet cataloged.
       0450-RECORD-USAGE.
           PERFORM 0820-FIND-USAGE.
           IF NOT USAGE-IS-FOUND
               ADD 1 TO WS-CATALOG-COUNT
               SET USE-IDX TO WS-CATALOG-COUNT
               SET CAT-IS-USAGE(USE-IDX) TO TRUE
               MOVE WS-FILE-BASE TO WS-CAT-FILE-BASE(USE-IDX)
               MOVE SPACE TO WS-CAT-STATE(USE-IDX)
               MOVE ZERO TO WS-CAT-RECORD-COUNT(USE-IDX)
               MOVE WS-ARG-STEP TO WS-CAT-SOURCE(USE-IDX)
               MOVE ZERO TO WS-CAT-FROM-GEN(USE-IDX)
               MOVE "N" TO WS-CAT-DROP-FLAG(USE-IDX)
           END-IF.
           MOVE WS-CURRENT-GEN TO WS-CAT-GENERATION(USE-IDX).
           MOVE WS-RUN-DATE TO WS-CAT-DATE(USE-IDX).
       0450-END.

       0460-ADD-GENERATION.
           ADD 1 TO WS-CATALOG-COUNT.
           SET CAT-IDX TO WS-CATALOG-COUNT.
           SET CAT-IS-GENERATION(CAT-IDX) TO TRUE.
           MOVE WS-FILE-BASE TO WS-CAT-FILE-BASE(CAT-IDX).
           MOVE WS-NEW-GENERATION TO WS-CAT-GENERATION(CAT-IDX).
           SET CAT-IS-CURRENT(CAT-IDX) TO TRUE.
           MOVE WS-RUN-DATE TO WS-CAT-DATE(CAT-IDX).
           MOVE WS-NEW-RECORD-COUNT TO WS-CAT-RECORD-COUNT(CAT-IDX).
           MOVE WS-NEW-SOURCE TO WS-CAT-SOURCE(CAT-IDX).
           MOVE WS-NEW-FROM-GEN TO WS-CAT-FROM-GEN(CAT-IDX).
           MOVE "N" TO WS-CAT-DROP-FLAG(CAT-IDX).
       0460-END.

      *Back generations past the file's retention count go, oldest
      *first.  One that will not delete is still dropped from the
      *catalog, and left on disk for operations to clear.
       0470-APPLY-RETENTION.
           MOVE ZERO TO WS-BACK-COUNT.
           PERFORM 0475-COUNT-ONE-BACK
               VARYING OLD-IDX FROM 1 BY 1
               UNTIL OLD-IDX > WS-CATALOG-COUNT.
           PERFORM 0480-DROP-OLDEST
               UNTIL WS-BACK-COUNT NOT > WS-RETAIN.
       0470-END.

       0475-COUNT-ONE-BACK.
           IF CAT-IS-GENERATION(OLD-IDX)
              AND CAT-IS-BACK(OLD-IDX)
              AND NOT CAT-IS-DROPPED(OLD-IDX)
              AND WS-CAT-FILE-BASE(OLD-IDX) = WS-FILE-BASE
               ADD 1 TO WS-BACK-COUNT
           END-IF.
       0475-END.

       0480-DROP-OLDEST.
           MOVE 9999 TO WS-OLDEST-GEN.
           MOVE ZERO TO WS-OLDEST-ROW.
           PERFORM 0485-CHECK-ONE-OLDEST
               VARYING OLD-IDX FROM 1 BY 1
               UNTIL OLD-IDX > WS-CATALOG-COUNT.
           SET OLD-IDX TO WS-OLDEST-ROW.
           MOVE WS-OLDEST-GEN TO WS-NAME-GEN.
           PERFORM 0805-BUILD-GENERATION-NAME.
           CALL "CBL_DELETE_FILE" USING WS-GEN-NAME.
           IF RETURN-CODE NOT = ZERO
               DISPLAY "GENROLL: could not delete ", WS-GEN-NAME,
                       ", dropped from the catalog only"
           ELSE
               DISPLAY "GENROLL: ", WS-GEN-NAME, " past retention, "
                       "deleted"
           END-IF.
           SET CAT-IS-DROPPED(OLD-IDX) TO TRUE.
           ADD 1 TO WS-DELETED-COUNT.
           SUBTRACT 1 FROM WS-BACK-COUNT.
       0480-END.

       0485-CHECK-ONE-OLDEST.
           IF CAT-IS-GENERATION(OLD-IDX)
              AND CAT-IS-BACK(OLD-IDX)
              AND NOT CAT-IS-DROPPED(OLD-IDX)
              AND WS-CAT-FILE-BASE(OLD-IDX) = WS-FILE-BASE
              AND WS-CAT-GENERATION(OLD-IDX) < WS-OLDEST-GEN
               MOVE WS-CAT-GENERATION(OLD-IDX) TO WS-OLDEST-GEN
               SET WS-OLDEST-ROW TO OLD-IDX
           END-IF.
       0485-END.

      *The back generation is copied, not renamed, so it stays on
      *the catalog until it ages out like any other; the copy
      *becomes a new current generation and the one it replaces is
      *kept as a back generation.  A .NEW left waiting from the
      *bad run still holds its step until it is dealt with.  The
      *current generation restores from the .DAT itself, which is
      *what is renamed aside.
       0500-RESTORE-GENERATION.
           MOVE WS-ARG-1 TO WS-FILE-BASE.
           PERFORM 0800-BUILD-FILE-NAMES.
           PERFORM 0810-FIND-CURRENT.
           PERFORM 0510-FIND-GENERATION.
           IF NOT GENERATION-IS-FOUND
               DISPLAY "GENROLL: ", WS-FILE-BASE, " generation ",
                       WS-RESTORE-GEN, " is not on the catalog"
               MOVE 8 TO WS-RUN-RETURN-CODE
               GO TO 0500-END
           END-IF.
           IF WS-CATALOG-COUNT > 498
               DISPLAY "GENCATALOG.DAT: table full at 500 rows, ",
                       "nothing restored"
               MOVE 8 TO WS-RUN-RETURN-CODE
               GO TO 0500-END
           END-IF.
           MOVE WS-RESTORE-GEN TO WS-NAME-GEN.
           PERFORM 0805-BUILD-GENERATION-NAME.
           MOVE WS-GEN-NAME TO WS-RESTORE-NAME.
           IF CAT-IS-CURRENT(OLD-IDX)
               MOVE WS-DAT-NAME TO WS-DATA-FILE-NAME
           ELSE
               MOVE WS-RESTORE-NAME TO WS-DATA-FILE-NAME
           END-IF.
           PERFORM 0850-COUNT-RECORDS.
           IF WS-DATA-CHECK-KEY NOT = "00"
               DISPLAY "GENROLL: ", WS-DATA-FILE-NAME, " is not on "
                       "disk, nothing restored"
               MOVE 8 TO WS-RUN-RETURN-CODE
               GO TO 0500-END
           END-IF.
           MOVE WS-DATA-RECORD-COUNT TO WS-NEW-RECORD-COUNT.
           IF CURRENT-IS-FOUND
               MOVE WS-CURRENT-GEN TO WS-NAME-GEN
               PERFORM 0805-BUILD-GENERATION-NAME
               CALL "CBL_RENAME_FILE" USING WS-DAT-NAME, WS-GEN-NAME
               IF RETURN-CODE NOT = ZERO
                   DISPLAY "GENROLL: could not keep ", WS-DAT-NAME,
                           " as ", WS-GEN-NAME, ", nothing restored"
                   MOVE 8 TO WS-RUN-RETURN-CODE
                   GO TO 0500-END
               END-IF
               SET CAT-IS-BACK(CUR-IDX) TO TRUE
           END-IF.
           CALL "CBL_COPY_FILE" USING WS-RESTORE-NAME, WS-DAT-NAME.
           IF RETURN-CODE NOT = ZERO
               DISPLAY "GENROLL: could not copy ", WS-RESTORE-NAME,
                       " to ", WS-DAT-NAME, ", nothing restored"
               IF CURRENT-IS-FOUND
                   CALL "CBL_RENAME_FILE" USING WS-GEN-NAME,
                                                WS-DAT-NAME
                   SET CAT-IS-CURRENT(CUR-IDX) TO TRUE
               END-IF
               MOVE 8 TO WS-RUN-RETURN-CODE
               GO TO 0500-END
           END-IF.
           COMPUTE WS-NEW-GENERATION = WS-CURRENT-GEN + 1.
           MOVE "RESTORE" TO WS-NEW-SOURCE.
           MOVE WS-RESTORE-GEN TO WS-NEW-FROM-GEN.
           PERFORM 0460-ADD-GENERATION.
           ADD 1 TO WS-RESTORED-COUNT.
           DISPLAY "GENROLL: ", WS-FILE-BASE, " generation ",
                   WS-RESTORE-GEN, " restored as generation ",
                   WS-NEW-GENERATION, ", ", WS-NEW-RECORD-COUNT,
                   " records".
           PERFORM 0520-FIND-RETENTION.
           IF RETENTION-IS-SET
               PERFORM 0470-APPLY-RETENTION
           END-IF.
           MOVE WS-NEW-NAME TO WS-DATA-FILE-NAME.
           PERFORM 0850-COUNT-RECORDS.
           IF WS-DATA-CHECK-KEY = "00"
               DISPLAY "GENROLL: ", WS-NEW-NAME, " is still waiting "
                       "and will hold its step until it is promoted "
                       "or removed"
           END-IF.
       0500-END.

       0510-FIND-GENERATION.
           MOVE "N" TO WS-GENERATION-FLAG.
           SET OLD-IDX TO 1.
           SEARCH WS-CATALOG-ENTRY VARYING OLD-IDX
               AT END
                   CONTINUE
               WHEN OLD-IDX > WS-CATALOG-COUNT
                   CONTINUE
               WHEN CAT-IS-GENERATION(OLD-IDX)
                AND WS-CAT-FILE-BASE(OLD-IDX) = WS-FILE-BASE
                AND WS-CAT-GENERATION(OLD-IDX) = WS-RESTORE-GEN
                   SET GENERATION-IS-FOUND TO TRUE
           END-SEARCH.
       0510-END.

      *A file restored that is not on the control list keeps every
      *back generation.
       0520-FIND-RETENTION.
           MOVE "N" TO WS-RETAIN-FLAG.
           SET CTL-IDX TO 1.
           SEARCH WS-CONTROL-ENTRY
               AT END
                   CONTINUE
               WHEN CTL-IDX > WS-CONTROL-COUNT
                   CONTINUE
               WHEN WS-CTL-FILE-BASE(CTL-IDX) = WS-FILE-BASE
                   MOVE WS-CTL-RETAIN(CTL-IDX) TO WS-RETAIN
                   SET RETENTION-IS-SET TO TRUE
           END-SEARCH.
       0520-END.

      *Each file's generations in the order they were made, then
      *the generation each of its steps last ran against.
       0600-LIST-CATALOG.
           OPEN OUTPUT CATALOGREPORT.
           MOVE WS-RUN-DATE TO HL1-RUN-DATE.
           WRITE CATALOGREPORTLINE FROM HEADING-LINE1
               AFTER ADVANCING PAGE.
           WRITE CATALOGREPORTLINE FROM HEADING-LINE2
               AFTER ADVANCING 2 LINES.
           PERFORM 0610-LIST-ONE-FILE
               VARYING CAT-IDX FROM 1 BY 1
               UNTIL CAT-IDX > WS-CATALOG-COUNT.
           MOVE SPACES TO CATALOGREPORTLINE.
           WRITE CATALOGREPORTLINE AFTER ADVANCING 1 LINE.
           MOVE "FILES CATALOGED" TO FL-LABEL.
           MOVE WS-LISTED-FILES TO FL-COUNT.
           WRITE CATALOGREPORTLINE FROM FOOTING-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "GENERATIONS HELD" TO FL-LABEL.
           MOVE WS-LISTED-GENERATIONS TO FL-COUNT.
           WRITE CATALOGREPORTLINE FROM FOOTING-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE CATALOGREPORT.
           DISPLAY "GENROLL: catalog listed on GENCATALOG.LPT".
       0600-END.

       0610-LIST-ONE-FILE.
           IF CAT-IS-GENERATION(CAT-IDX)
               MOVE WS-CAT-FILE-BASE(CAT-IDX) TO WS-FILE-BASE
               MOVE "N" TO WS-EARLIER-FLAG
               SET OLD-IDX TO 1
               SEARCH WS-CATALOG-ENTRY VARYING OLD-IDX
                   AT END
                       CONTINUE
                   WHEN OLD-IDX NOT < CAT-IDX
                       CONTINUE
                   WHEN CAT-IS-GENERATION(OLD-IDX)
                    AND WS-CAT-FILE-BASE(OLD-IDX) = WS-FILE-BASE
                       SET FILE-LISTED-EARLIER TO TRUE
               END-SEARCH
               IF NOT FILE-LISTED-EARLIER
                   ADD 1 TO WS-LISTED-FILES
                   MOVE SPACES TO CATALOGREPORTLINE
                   WRITE CATALOGREPORTLINE AFTER ADVANCING 1 LINE
                   PERFORM 0620-LIST-ONE-GENERATION
                       VARYING OLD-IDX FROM 1 BY 1
                       UNTIL OLD-IDX > WS-CATALOG-COUNT
                   PERFORM 0630-LIST-ONE-USAGE
                       VARYING OLD-IDX FROM 1 BY 1
                       UNTIL OLD-IDX > WS-CATALOG-COUNT
               END-IF
           END-IF.
       0610-END.

       0620-LIST-ONE-GENERATION.
           IF CAT-IS-GENERATION(OLD-IDX)
              AND WS-CAT-FILE-BASE(OLD-IDX) = WS-FILE-BASE
               ADD 1 TO WS-LISTED-GENERATIONS
               MOVE WS-FILE-BASE TO DL-FILE-BASE
               MOVE WS-CAT-GENERATION(OLD-IDX) TO DL-GENERATION
               IF CAT-IS-CURRENT(OLD-IDX)
                   MOVE "CURRENT" TO DL-STATE
               ELSE
                   MOVE "BACK" TO DL-STATE
               END-IF
               MOVE WS-CAT-DATE(OLD-IDX) TO DL-DATE
               MOVE WS-CAT-RECORD-COUNT(OLD-IDX) TO DL-RECORDS
               MOVE WS-CAT-SOURCE(OLD-IDX) TO DL-SOURCE
               MOVE SPACES TO DL-NOTE
               IF WS-CAT-FROM-GEN(OLD-IDX) > ZERO
                   MOVE WS-CAT-FROM-GEN(OLD-IDX) TO WS-NAME-GEN
                   STRING "COPY OF GENERATION " DELIMITED BY SIZE
                       WS-NAME-GEN DELIMITED BY SIZE
                       INTO DL-NOTE
                   END-STRING
               END-IF
               WRITE CATALOGREPORTLINE FROM GENERATION-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       0620-END.

       0630-LIST-ONE-USAGE.
           IF CAT-IS-USAGE(OLD-IDX)
              AND WS-CAT-FILE-BASE(OLD-IDX) = WS-FILE-BASE
               MOVE WS-CAT-SOURCE(OLD-IDX) TO UL-STEP-ID
               MOVE WS-CAT-DATE(OLD-IDX) TO UL-DATE
               MOVE WS-CAT-GENERATION(OLD-IDX) TO UL-GENERATION
               WRITE CATALOGREPORTLINE FROM USAGE-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       0630-END.

      *Generations dropped past retention are left out.
       0700-SAVE-CATALOG.
           OPEN OUTPUT CATALOGFILE.
           IF WS-CATALOG-CHECK-KEY NOT = "00"
               DISPLAY "Non-zero file status: ",
                       WS-CATALOG-CHECK-KEY, " on GENCATALOG.DAT"
               MOVE 8 TO WS-RUN-RETURN-CODE
               GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0705-SAVE-ONE-CATALOG-ROW
               VARYING CAT-IDX FROM 1 BY 1
               UNTIL CAT-IDX > WS-CATALOG-COUNT.
           CLOSE CATALOGFILE.
       0700-END.

       0705-SAVE-ONE-CATALOG-ROW.
           IF NOT CAT-IS-DROPPED(CAT-IDX)
               MOVE SPACES TO CATALOGRECORD
               MOVE WS-CAT-ROW-TYPE(CAT-IDX) TO GC-ROW-TYPE
               MOVE WS-CAT-FILE-BASE(CAT-IDX) TO GC-FILE-BASE
               MOVE WS-CAT-GENERATION(CAT-IDX) TO GC-GENERATION
               MOVE WS-CAT-STATE(CAT-IDX) TO GC-STATE
               MOVE WS-CAT-DATE(CAT-IDX) TO GC-DATE
               MOVE WS-CAT-RECORD-COUNT(CAT-IDX) TO GC-RECORD-COUNT
               MOVE WS-CAT-SOURCE(CAT-IDX) TO GC-SOURCE
               MOVE WS-CAT-FROM-GEN(CAT-IDX) TO GC-FROM-GENERATION
               WRITE CATALOGRECORD
           END-IF.
       0705-END.

       0800-BUILD-FILE-NAMES.
           MOVE SPACES TO WS-DAT-NAME, WS-NEW-NAME.
           STRING WS-FILE-BASE DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-DAT-NAME
           END-STRING.
           STRING WS-FILE-BASE DELIMITED BY SPACE
               ".NEW" DELIMITED BY SIZE
               INTO WS-NEW-NAME
           END-STRING.
       0800-END.

       0805-BUILD-GENERATION-NAME.
           MOVE SPACES TO WS-GEN-NAME.
           STRING WS-FILE-BASE DELIMITED BY SPACE
               ".G" DELIMITED BY SIZE
               WS-NAME-GEN DELIMITED BY SIZE
               INTO WS-GEN-NAME
           END-STRING.
       0805-END.

       0810-FIND-CURRENT.
           MOVE "N" TO WS-CURRENT-FLAG.
           MOVE ZERO TO WS-CURRENT-GEN.
           SET CUR-IDX TO 1.
           SEARCH WS-CATALOG-ENTRY VARYING CUR-IDX
               AT END
                   CONTINUE
               WHEN CUR-IDX > WS-CATALOG-COUNT
                   CONTINUE
               WHEN CAT-IS-GENERATION(CUR-IDX)
                AND CAT-IS-CURRENT(CUR-IDX)
                AND WS-CAT-FILE-BASE(CUR-IDX) = WS-FILE-BASE
                   SET CURRENT-IS-FOUND TO TRUE
                   MOVE WS-CAT-GENERATION(CUR-IDX) TO WS-CURRENT-GEN
           END-SEARCH.
       0810-END.

       0820-FIND-USAGE.
           MOVE "N" TO WS-USAGE-FLAG.
           SET USE-IDX TO 1.
           SEARCH WS-CATALOG-ENTRY VARYING USE-IDX
               AT END
                   CONTINUE
               WHEN USE-IDX > WS-CATALOG-COUNT
                   CONTINUE
               WHEN CAT-IS-USAGE(USE-IDX)
                AND WS-CAT-FILE-BASE(USE-IDX) = WS-FILE-BASE
                AND WS-CAT-SOURCE(USE-IDX) = WS-ARG-STEP
                   SET USAGE-IS-FOUND TO TRUE
           END-SEARCH.
       0820-END.

      *Presence and a record count in one pass.
       0850-COUNT-RECORDS.
           MOVE ZERO TO WS-DATA-RECORD-COUNT.
           MOVE "N" TO WS-DATA-EOF.
           OPEN INPUT DATAFILE.
           IF WS-DATA-CHECK-KEY = "00"
               PERFORM 0855-COUNT-ONE-RECORD UNTIL DATA-AT-EOF
               CLOSE DATAFILE
               MOVE "00" TO WS-DATA-CHECK-KEY
           END-IF.
       0850-END.

       0855-COUNT-ONE-RECORD.
           READ DATAFILE
               AT END SET DATA-AT-EOF TO TRUE
               NOT AT END
                   IF DATARECORD NOT = SPACES
                       ADD 1 TO WS-DATA-RECORD-COUNT
                   END-IF
           END-READ.
       0855-END.

       9000-END-PROGRAM.
           IF MODE-IS-PROMOTE OR MODE-IS-RESTORE
               DISPLAY "Generations promoted:      ",
                       WS-PROMOTED-COUNT
               DISPLAY "Generations restored:      ",
                       WS-RESTORED-COUNT
               DISPLAY "Back generations deleted:  ",
                       WS-DELETED-COUNT
           END-IF.
           IF MODE-IS-CHECK
               DISPLAY "Files holding the step:    ",
                       WS-REFUSED-COUNT
           END-IF.
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

          END PROGRAM GENROLL.

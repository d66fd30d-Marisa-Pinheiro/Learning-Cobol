      *back to a stated moment by undoing, newest first, every
      *journalled change made after it.  The journal is the
      *before-image trail every updater (EMPMAINT, EMPONBOARD,
      *RAISEFIX, TIMEPOST, LONGEVITY, MERIT) writes to
      *EMPJOURNAL.DAT: a
      *REWRITE's before-image is put back, a DELETE's image is
      *re-written, and a WRITE's key is deleted.  The cutoff comes
      *in on the command line as "YYYYMMDD HHMMSSss".  A trimmed
      *journal holding only the entries at or before the cutoff is
      *written to EMPJOURNAL.NEW for GENROLL PROMOTE EMPRECOV to
      *swap in, so the undone changes cannot be replayed or
      *re-undone.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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

       FD NEWJOURNALFILE.
       01 NEWJOURNALRECORD         PIC X(213).


       FD LOCKFILE.
               10  WS-JRN-DATE      PIC 9(8).
               10  WS-JRN-TIME      PIC 9(8).
               10  WS-JRN-ACTION    PIC X.
               10  WS-JRN-IMAGE     PIC X(160).
               10  WS-JRN-RAW       PIC X(213).
       01  WS-TABLE-FULL-FLAG       PIC X VALUE "N".
           88  JOURNAL-TABLE-FULL   VALUE "Y".

      *An image with no numeric salary was journalled against the
      *master before EMPCONVERT widened it (a restored back
      *generation of the journal); putting it back would plant a
      *short record, so the whole recovery is refused instead.
       01  WS-OLD-IMAGE-COUNT       PIC 9(4) VALUE ZERO.

       01  WS-COMMAND-LINE          PIC X(80).
       01  WS-ARG-DATE              PIC X(8).
       01  WS-ARG-TIME              PIC X(8).
               MOVE 8 TO RETURN-CODE
               GO TO 9000-END-PROGRAM
           END-IF.
           IF WS-OLD-IMAGE-COUNT > ZERO
               DISPLAY WS-OLD-IMAGE-COUNT, " journal entries hold ",
                       "pre-conversion images - run EMPCONVERT on ",
                       "this journal first, recovery refused"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-END-PROGRAM
           END-IF.

           OPEN I-O EMPLOYEEFILE
           IF FILE-CHECK-KEY NOT = "00"
                               TO WS-JRN-IMAGE(JRN-IDX)
                           MOVE JOURNALRECORD
                               TO WS-JRN-RAW(JRN-IDX)
                           MOVE EJ-BEFORE-IMAGE TO EMPDETAILS
                           IF EMP-ANNUAL-SALARY NOT NUMERIC
                               ADD 1 TO WS-OLD-IMAGE-COUNT
                           END-IF
                       ELSE
                           SET JOURNAL-TABLE-FULL TO TRUE
                           SET ENDOFJOURNAL TO TRUE

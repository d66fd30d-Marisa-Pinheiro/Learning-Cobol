               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPLATE-CHECK-KEY.

      *A letter whose template carries <ADDRESS> goes out through
      *the print-and-mail vendor: one MAILEXTRACT.DAT record per
      *letter, presorted by ZIP code, keyed back to the letter by
      *its number in LETTERS.DAT.  A recipient without a complete
      *address gets no letter and is listed on
      *ADDRESSEXCEPTIONS.DAT instead.
           SELECT MAILUNSORTED ASSIGN TO "MAILUNSORTED.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORTWORK ASSIGN TO "MAILWORK.TMP".

           SELECT MAILEXTRACT ASSIGN TO "MAILEXTRACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ADDRESSEXCEPTIONS ASSIGN TO "ADDRESSEXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *One mail-merge recipient: a name plus the couple of merge
      *fields the form letter fills in, and the mailing address the
      *<ADDRESS> token prints.
       FD RECIPIENTFILE.
       01 RECIPIENTRECORD.
           88 ENDOFRECIPIENTS          VALUE HIGH-VALUES.
           05 RECIPIENT-NAME           PIC X(20).
           05 RECIPIENT-DEPARTMENT     PIC X(20).
           05 RECIPIENT-EVENT          PIC X(30).
           05 RECIPIENT-STREET         PIC X(30).
           05 RECIPIENT-CITY           PIC X(20).
           05 RECIPIENT-STATE          PIC X(2).
           05 RECIPIENT-ZIP            PIC X(10).

       FD LETTERFILE.
       01 LETTERLINE PIC X(132).
       01 TEMPLATELINE PIC X(132).
           88 ENDOFTEMPLATE VALUE HIGH-VALUES.

       FD MAILUNSORTED.
       01 MAILUNSORTEDRECORD PIC X(127).

      * sd temporary file for the ZIP-code presort
       SD SORTWORK.
       01 SORTWORKREC.
           05 SW-ZIP                   PIC X(10).
           05 SW-LETTER-NUMBER         PIC 9(5).
           05 FILLER                   PIC X(112).

      *The vendor's record: the ZIP it sorts and bundles on, the
      *letter's place in LETTERS.DAT, and the address block.
       FD MAILEXTRACT.
       01 MAILEXTRACTRECORD.
           05 ME-ZIP                   PIC X(10).
           05 ME-LETTER-NUMBER         PIC 9(5).
           05 ME-NAME                  PIC X(20).
           05 ME-STREET                PIC X(30).
           05 ME-CITY                  PIC X(20).
           05 ME-STATE                 PIC X(2).
           05 ME-TEMPLATE              PIC X(40).

       FD ADDRESSEXCEPTIONS.
       01 ADDRESSEXCEPTIONLINE.
           05 AE-NAME                  PIC X(20).
           05 FILLER                   PIC X(2).
           05 AE-REASON                PIC X(24).
           05 FILLER                   PIC X(2).
           05 AE-STREET                PIC X(30).
           05 FILLER                   PIC X(2).
           05 AE-CITY                  PIC X(20).
           05 FILLER                   PIC X(2).
           05 AE-STATE                 PIC X(2).
           05 FILLER                   PIC X(2).
           05 AE-ZIP                   PIC X(10).

       WORKING-STORAGE SECTION.
      *Place to store variables
      *To declare a variable: start with a level number
      *"BATCH" alone keeps the standing default.  The template is
      *plain text with substitution tokens -- <NAME>, <DEPARTMENT>,
      *<EVENT>, and <DATE> for the run date -- replaced per
      *recipient, each token by its trimmed value.  <ADDRESS> is
      *the two-line address block: the street where the token
      *stands, then city, state, and ZIP on the line below it,
      *starting in the same column.
       01 WS-TEMPLATE-NAME PIC X(40) VALUE "LETTERTEMPLATE.TXT".
       01 WS-TEMPLATE-ARG PIC X(40).
       01 WS-TEMPLATE-CHECK-KEY PIC XX.
       01 WS-DATE-TEXT PIC X(10).
       01 WS-LETTER-COUNT PIC 9(5) VALUE ZERO.

      *Set when the template carries <ADDRESS>: the letters are for
      *mailing, so every recipient needs a complete address.
       01 WS-ADDRESS-TOKEN-COUNT PIC 99 VALUE ZERO.
       01 WS-MAILING-FLAG PIC X VALUE "N".
           88 LETTERS-ARE-MAILED VALUE "Y".
       01 WS-ADDRESS-FLAG PIC X VALUE "Y".
           88 ADDRESS-IS-COMPLETE VALUE "Y".
       01 WS-ADDRESS-REASON PIC X(24).
      *The second line of an address block waits here until the
      *line holding the token has been written.
       01 WS-CITY-LINE-FLAG PIC X VALUE "N".
           88 CITY-LINE-PENDING VALUE "Y".
       01 WS-ADDRESS-COLUMN PIC 999.
       01 WS-EXTRACT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-NO-ADDRESS-COUNT PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       0100-START-HERE .
           MOVE "N" TO WS-BATCH-MODE.
               GO TO 0300-END
           END-IF.
           OPEN OUTPUT LETTERFILE.
           OPEN OUTPUT MAILUNSORTED.
           OPEN OUTPUT ADDRESSEXCEPTIONS.
           IF WS-ADDRESS-TOKEN-COUNT > ZERO
               SET LETTERS-ARE-MAILED TO TRUE
           END-IF.

           READ RECIPIENTFILE
               AT END SET ENDOFRECIPIENTS TO TRUE

           DISPLAY "Letters produced: ", WS-LETTER-COUNT,
                   " from ", FUNCTION TRIM(WS-TEMPLATE-NAME).
           CLOSE RECIPIENTFILE, LETTERFILE, MAILUNSORTED,
                 ADDRESSEXCEPTIONS.
           SORT SORTWORK
               ON ASCENDING KEY SW-ZIP SW-LETTER-NUMBER
               USING MAILUNSORTED
               GIVING MAILEXTRACT.
           IF LETTERS-ARE-MAILED
               DISPLAY "Mailing extract records: ", WS-EXTRACT-COUNT
               DISPLAY "Not mailed, no address:  ",
                       WS-NO-ADDRESS-COUNT
           END-IF.
       0300-END.

       0310-LOAD-TEMPLATE.
                       ADD 1 TO WS-TEMPLATE-COUNT
                       MOVE TEMPLATELINE
                           TO WS-TEMPLATE-LINE(WS-TEMPLATE-COUNT)
                       INSPECT TEMPLATELINE TALLYING
                           WS-ADDRESS-TOKEN-COUNT FOR ALL "<ADDRESS>"
                   ELSE
                       DISPLAY "Template longer than 60 lines, "
                               "truncated"
           END-READ.
       0315-END.

       0320-WRITE-LETTER.
           SET ADDRESS-IS-COMPLETE TO TRUE.
           IF LETTERS-ARE-MAILED
               PERFORM 0330-CHECK-ADDRESS
           END-IF.
           IF ADDRESS-IS-COMPLETE
               PERFORM 0325-PRODUCE-LETTER
           ELSE
               PERFORM 0335-LIST-NO-ADDRESS
           END-IF.

           READ RECIPIENTFILE
               AT END SET ENDOFRECIPIENTS TO TRUE
           END-READ.
       0320-END.

      *One letter per recipient: every template line is replayed
      *with its tokens filled in, and a blank line closes the
      *letter so LETTERS.DAT prints as separate pages instead of
      *one run-on block of text.
       0325-PRODUCE-LETTER.
           PERFORM VARYING WS-TEMPLATE-IDX FROM 1 BY 1
                   UNTIL WS-TEMPLATE-IDX > WS-TEMPLATE-COUNT
               PERFORM 0340-SUBSTITUTE-TOKENS
               MOVE WS-OUT-LINE TO LETTERLINE
               WRITE LETTERLINE
               IF CITY-LINE-PENDING
                   PERFORM 0350-WRITE-CITY-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO LETTERLINE.
           WRITE LETTERLINE.
           ADD 1 TO WS-LETTER-COUNT.
           IF LETTERS-ARE-MAILED
               PERFORM 0360-WRITE-EXTRACT-RECORD
           END-IF.
       0325-END.

      *The vendor can only deliver to a street, a city, a state,
      *and a ZIP code whose first five positions are digits.
       0330-CHECK-ADDRESS.
           MOVE SPACES TO WS-ADDRESS-REASON.
           IF RECIPIENT-STREET = SPACES
               MOVE "NO STREET ADDRESS" TO WS-ADDRESS-REASON
           ELSE IF RECIPIENT-CITY = SPACES
               MOVE "NO CITY" TO WS-ADDRESS-REASON
           ELSE IF RECIPIENT-STATE = SPACES
               MOVE "NO STATE" TO WS-ADDRESS-REASON
           ELSE IF RECIPIENT-ZIP(1:5) NOT NUMERIC
               MOVE "MISSING OR BAD ZIP CODE" TO WS-ADDRESS-REASON
           END-IF END-IF END-IF END-IF.
           IF WS-ADDRESS-REASON NOT = SPACES
               MOVE "N" TO WS-ADDRESS-FLAG
           END-IF.
       0330-END.

       0335-LIST-NO-ADDRESS.
           MOVE SPACES TO ADDRESSEXCEPTIONLINE.
           MOVE RECIPIENT-NAME TO AE-NAME.
           MOVE WS-ADDRESS-REASON TO AE-REASON.
           MOVE RECIPIENT-STREET TO AE-STREET.
           MOVE RECIPIENT-CITY TO AE-CITY.
           MOVE RECIPIENT-STATE TO AE-STATE.
           MOVE RECIPIENT-ZIP TO AE-ZIP.
           WRITE ADDRESSEXCEPTIONLINE.
           ADD 1 TO WS-NO-ADDRESS-COUNT.
       0335-END.

      *Copy the template line a position at a time, swapping each
      *token for its trimmed value as it is met.  Tokens too close
      *to the right edge to fit their own name cannot match, which
      *is what the length guards are about.
       0340-SUBSTITUTE-TOKENS.
           MOVE "N" TO WS-CITY-LINE-FLAG.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE 1 TO WS-IN-POS.
           MOVE 1 TO WS-OUT-POS.
                       WITH POINTER WS-OUT-POS
                   END-STRING
                   ADD 6 TO WS-IN-POS
               WHEN WS-IN-POS <= 124
                    AND WS-TEMPLATE-LINE(WS-TEMPLATE-IDX)
                        (WS-IN-POS:9) = "<ADDRESS>"
                   MOVE WS-OUT-POS TO WS-ADDRESS-COLUMN
                   STRING FUNCTION TRIM(RECIPIENT-STREET)
                       DELIMITED BY SIZE
                       INTO WS-OUT-LINE
                       WITH POINTER WS-OUT-POS
                   END-STRING
                   SET CITY-LINE-PENDING TO TRUE
                   ADD 9 TO WS-IN-POS
               WHEN OTHER
                   STRING WS-TEMPLATE-LINE(WS-TEMPLATE-IDX)
                       (WS-IN-POS:1)
           END-EVALUATE.
       0345-END.

       0350-WRITE-CITY-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE WS-ADDRESS-COLUMN TO WS-OUT-POS.
           STRING FUNCTION TRIM(RECIPIENT-CITY) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  RECIPIENT-STATE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM(RECIPIENT-ZIP) DELIMITED BY SIZE
               INTO WS-OUT-LINE
               WITH POINTER WS-OUT-POS
           END-STRING.
           MOVE WS-OUT-LINE TO LETTERLINE.
           WRITE LETTERLINE.
           MOVE "N" TO WS-CITY-LINE-FLAG.
       0350-END.

       0360-WRITE-EXTRACT-RECORD.
           MOVE SPACES TO MAILEXTRACTRECORD.
           MOVE RECIPIENT-ZIP TO ME-ZIP.
           MOVE WS-LETTER-COUNT TO ME-LETTER-NUMBER.
           MOVE RECIPIENT-NAME TO ME-NAME.
           MOVE RECIPIENT-STREET TO ME-STREET.
           MOVE RECIPIENT-CITY TO ME-CITY.
           MOVE RECIPIENT-STATE TO ME-STATE.
           MOVE WS-TEMPLATE-NAME TO ME-TEMPLATE.
           MOVE MAILEXTRACTRECORD TO MAILUNSORTEDRECORD.
           WRITE MAILUNSORTEDRECORD.
           ADD 1 TO WS-EXTRACT-COUNT.
       0360-END.

       END PROGRAM OBTAININPUT.

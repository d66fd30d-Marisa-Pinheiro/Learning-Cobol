      *maintains and are written to RECIPIENTS.DAT in OBTAININPUT's
      *recipient layout, so the qualification letters go out
      *automatically after the nightly run, correctly addressed,
      *instead of being hand-written from a POS line.  The mailing
      *address comes off the same master record as the name.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 RECIPIENT-NAME        PIC X(20).
           05 RECIPIENT-DEPARTMENT  PIC X(20).
           05 RECIPIENT-EVENT       PIC X(30).
           05 RECIPIENT-STREET      PIC X(30).
           05 RECIPIENT-CITY        PIC X(20).
           05 RECIPIENT-STATE       PIC X(2).
           05 RECIPIENT-ZIP         PIC X(10).

       WORKING-STORAGE SECTION.

               10  WS-CUST-FINAL-COUNT  PIC 9(5) VALUE ZERO.
               10  WS-CUST-FINAL-SPEND  PIC 9(8)V99 VALUE ZERO.
               10  WS-CUST-NAME         PIC X(20) VALUE SPACES.
               10  WS-CUST-STREET       PIC X(30) VALUE SPACES.
               10  WS-CUST-CITY         PIC X(20) VALUE SPACES.
               10  WS-CUST-STATE        PIC X(2) VALUE SPACES.
               10  WS-CUST-ZIP          PIC X(10) VALUE SPACES.
               10  WS-CUST-SEEN         PIC X VALUE "N".

       01  WS-CUST-SLOT-VALID       PIC X VALUE "Y".
                       INTO WS-BUILT-NAME
                   END-STRING
                   MOVE WS-BUILT-NAME TO WS-CUST-NAME(CUST-IDX)
                   MOVE CM-STREET TO WS-CUST-STREET(CUST-IDX)
                   MOVE CM-CITY TO WS-CUST-CITY(CUST-IDX)
                   MOVE CM-STATE TO WS-CUST-STATE(CUST-IDX)
                   MOVE CM-ZIP TO WS-CUST-ZIP(CUST-IDX)
           END-READ.
       0310-END.

               MOVE "VALUED CUSTOMER" TO RECIPIENT-DEPARTMENT
               MOVE "OUR CUSTOMER LOYALTY PROGRAM"
                   TO RECIPIENT-EVENT
               MOVE WS-CUST-STREET(CUST-IDX) TO RECIPIENT-STREET
               MOVE WS-CUST-CITY(CUST-IDX) TO RECIPIENT-CITY
               MOVE WS-CUST-STATE(CUST-IDX) TO RECIPIENT-STATE
               MOVE WS-CUST-ZIP(CUST-IDX) TO RECIPIENT-ZIP
               WRITE RECIPIENTRECORD
               ADD 1 TO WS-LETTER-COUNT
           END-IF END-IF.

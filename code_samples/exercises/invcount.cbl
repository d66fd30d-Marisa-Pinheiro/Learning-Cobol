       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVCOUNT.

      *Physical inventory for the pet store: the perpetual shelf
      *count on ITEMMASTER.DAT is only as good as every sale,
      *delivery, and transfer that went through the till, so theft,
      *breakage, and miscounted deliveries build up in it until the
      *reorder alerts are wrong.  This run does two things.
      *
      *It prints the week's cycle-count list: every store's items
      *are spread over the thirteen weeks of the quarter by SKU,
      *so each one is counted once a quarter without anyone
      *closing the shop for a full physical.  The list is blind --
      *no book figure on it -- so the count is what is on the
      *shelf, not what the sheet says should be.
      *
      *It reconciles the counts keyed onto INVCOUNTS.DAT (cycle or
      *full physical, any store, any date): each count is held
      *against the book as it stood at the close of its count date
      *-- today's IM-ON-HAND taken back through every sale, return,
      *delivery, and transfer ITEMACTIVITY.DAT shows after that
      *date -- and the variance prints in units and in dollars at
      *the item's average cost, with shrinkage as a percentage of
      *book value by store.  Nothing moves the book until the store
      *manager's decision for that store and count date is on
      *COUNTAPPROVALS.DAT: approved counts post their variance to
      *IM-ON-HAND with a line on the INVADJUST.DAT audit trail,
      *rejected counts are dropped for a recount, and counts still
      *waiting ride forward on INVCOUNTS.NEW (the usual generation
      *pattern).  A count that agrees with the book needs nobody's
      *approval and is simply done.
      *Runs after the nightly sales run, so the book it starts from
      *has the day's sales and receipts in it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEMMASTER ASSIGN TO "ITEMMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-KEY
               FILE STATUS IS WS-ITEM-CHECK-KEY.

       SELECT COUNTFILE ASSIGN TO "INVCOUNTS.DAT"
           FILE STATUS IS WS-COUNT-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT NEWCOUNTFILE ASSIGN TO "INVCOUNTS.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT APPROVALFILE ASSIGN TO "COUNTAPPROVALS.DAT"
           FILE STATUS IS WS-APPROVAL-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ITEMACTIVITY ASSIGN TO "ITEMACTIVITY.DAT"
           FILE STATUS IS WS-ACTIVITY-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ADJUSTFILE ASSIGN TO "INVADJUST.DAT"
           FILE STATUS IS WS-ADJUST-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CYCLELIST ASSIGN TO "CYCLECOUNTLIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT VARIANCEREPORT ASSIGN TO "COUNTVARIANCE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Site processing-date control file.  A missing file falls
      *back to the system clock.
       SELECT RUNDATEFILE ASSIGN TO "RUNDATE.DAT"
           FILE STATUS IS WS-RUNDATE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *The pet store's item master, exactly as PETSTORE keeps it.
       FD ITEMMASTER.
       01 ITEM-MASTER-RECORD.
          05 IM-ITEM-KEY.
             10 IM-STORE         PIC 9(2).
             10 IM-SKU           PIC 9(7).
          05 IM-DESCRIPTION      PIC X(20).
          05 IM-ON-HAND          PIC 9(7).
          05 IM-TAX-CLASS        PIC X.
          05 IM-REORDER-POINT    PIC 9(7).
          05 IM-AVG-COST         PIC 9(5)V9(4).

      *One line per item counted: what was on the shelf at the
      *close of the count date.
       FD COUNTFILE.
       01 COUNTRECORD.
          05 CT-STORE            PIC 9(2).
          05 CT-SKU              PIC 9(7).
          05 CT-COUNTED-QTY      PIC 9(7).
          05 CT-COUNT-DATE       PIC 9(8).

       FD NEWCOUNTFILE.
       01 NEWCOUNTRECORD.
          05 NCT-STORE           PIC 9(2).
          05 NCT-SKU             PIC 9(7).
          05 NCT-COUNTED-QTY     PIC 9(7).
          05 NCT-COUNT-DATE      PIC 9(8).

      *The store manager's decision on one store's count of one
      *date: A approves every variance in it for posting, R sends
      *the whole count back to be done again.
       FD APPROVALFILE.
       01 APPROVALRECORD.
          05 CA-STORE            PIC 9(2).
          05 CA-COUNT-DATE       PIC 9(8).
          05 CA-APPROVER-ID      PIC X(8).
          05 CA-DECISION         PIC X.
             88 CA-IS-APPROVE                       VALUE "A".
             88 CA-IS-REJECT                        VALUE "R".

       FD ITEMACTIVITY.
           COPY ITEMACT.
      *(ITEM-ACTIVITY-RECORD, from copybooks/ITEMACT.CPY)

      *The adjustment audit trail, appended to every run: one line
      *per posted count variance with the book before and after,
      *the dollars at cost, and who approved it.
       FD ADJUSTFILE.
       01 ADJUSTRECORD.
          05 ADJ-POSTED-DATE     PIC 9(8).
          05 ADJ-STORE           PIC 9(2).
          05 ADJ-SKU             PIC 9(7).
          05 ADJ-COUNT-DATE      PIC 9(8).
          05 ADJ-BOOK-QTY        PIC S9(8)
                                 SIGN IS LEADING SEPARATE.
          05 ADJ-COUNTED-QTY     PIC 9(7).
          05 ADJ-ADJUST-QTY      PIC S9(8)
                                 SIGN IS LEADING SEPARATE.
          05 ADJ-OLD-ON-HAND     PIC 9(7).
          05 ADJ-NEW-ON-HAND     PIC 9(7).
          05 ADJ-UNIT-COST       PIC 9(5)V9(4).
          05 ADJ-AMOUNT          PIC S9(9)V99
                                 SIGN IS LEADING SEPARATE.
          05 ADJ-APPROVER-ID     PIC X(8).

       FD CYCLELIST.
       01 CYCLE-PRINT-LINE       PIC X(132).

       FD VARIANCEREPORT.
       01 VARIANCE-PRINT-LINE    PIC X(132).

       FD RUNDATEFILE.
       01 RUNDATERECORD.
            02 RD-PROCESSING-DATE   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-ITEM-CHECK-KEY      PIC XX.
       01 WS-COUNT-CHECK-KEY     PIC XX.
       01 WS-APPROVAL-CHECK-KEY  PIC XX.
       01 WS-ACTIVITY-CHECK-KEY  PIC XX.
       01 WS-ADJUST-CHECK-KEY    PIC XX.
       01 WS-RUNDATE-CHECK-KEY   PIC XX.
       01 WS-RUN-DATE            PIC 9(8)           VALUE ZERO.
       01 WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
          05 WS-RUN-YEAR         PIC 9(4).
          05 WS-RUN-MONTH        PIC 9(2).
          05 WS-RUN-DAY          PIC 9(2).

      *Which of the quarter's thirteen count weeks this run falls
      *in; an item is due the week its SKU's remainder over 13
      *points at.  The last day or two of a long quarter count
      *with week 13.
       01 WS-CYCLE-FIELDS.
          05 WS-QTR-START        PIC 9(8)           VALUE ZERO.
          05 WS-QTR-START-SPLIT REDEFINES WS-QTR-START.
             10 WS-QTR-YEAR      PIC 9(4).
             10 WS-QTR-MONTH     PIC 9(2).
             10 WS-QTR-DAY       PIC 9(2).
          05 WS-QTR-DAYS-IN      PIC 9(5)           VALUE ZERO.
          05 WS-CYCLE-WEEK       PIC 9(2)           VALUE ZERO.
          05 WS-CYCLE-WEEKS      PIC 9(2)           VALUE 13.
          05 WS-SKU-WEEK         PIC 9(2)           VALUE ZERO.
          05 WS-QUOTIENT         PIC 9(7)           VALUE ZERO.
          05 WS-LIST-STORE       PIC 9(2)           VALUE ZERO.
          05 WS-LIST-STORE-ITEMS PIC 9(5)           VALUE ZERO.
          05 WS-LIST-ITEMS       PIC 9(5)           VALUE ZERO.
       01 WS-ITEM-EOF-FLAG       PIC X              VALUE "N".
          88 ITEMMASTER-AT-EOF                      VALUE "Y".

      *The store managers' decisions for this run.
       01 WS-APPROVAL-EOF-FLAG   PIC X              VALUE "N".
          88 APPROVALS-AT-EOF                       VALUE "Y".
       01 WS-APPROVAL-COUNT      PIC 999            VALUE ZERO.
       01 WS-APPROVAL-TABLE.
          05 WS-APPROVAL-ENTRY OCCURS 200 TIMES
                INDEXED BY APV-IDX.
             10 WS-APV-STORE       PIC 9(2)         VALUE ZERO.
             10 WS-APV-COUNT-DATE  PIC 9(8)         VALUE ZERO.
             10 WS-APV-APPROVER    PIC X(8)         VALUE SPACES.
             10 WS-APV-DECISION    PIC X            VALUE SPACE.
       01 WS-DECISION            PIC X              VALUE SPACE.
          88 COUNT-IS-APPROVED                      VALUE "A".
          88 COUNT-IS-REJECTED                      VALUE "R".
       01 WS-APPROVER-ID         PIC X(8)           VALUE SPACES.

      *Every count to reconcile this run, with the net shelf
      *movement the activity trail shows after its count date.  A
      *store's item counted twice keeps only the later count.
       01 WS-COUNT-EOF-FLAG      PIC X              VALUE "N".
          88 COUNTS-AT-EOF                          VALUE "Y".
       01 WS-ACTIVITY-EOF-FLAG   PIC X              VALUE "N".
          88 ACTIVITY-AT-EOF                        VALUE "Y".
       01 WS-COUNT-COUNT         PIC 9(4)           VALUE ZERO.
       01 WS-COUNT-TABLE.
          05 WS-COUNT-ENTRY OCCURS 2000 TIMES
                INDEXED BY CNT-IDX.
             10 WS-CNT-STORE       PIC 9(2)         VALUE ZERO.
             10 WS-CNT-SKU         PIC 9(7)         VALUE ZERO.
             10 WS-CNT-COUNTED     PIC 9(7)         VALUE ZERO.
             10 WS-CNT-DATE        PIC 9(8)         VALUE ZERO.
             10 WS-CNT-AFTER-QTY   PIC S9(9)        VALUE ZERO.
       01 WS-COUNT-REASON        PIC X(30)          VALUE SPACES.

       01 WS-RECON-FIELDS.
          05 WS-BOOK-AT-COUNT    PIC S9(9)          VALUE ZERO.
          05 WS-VARIANCE-QTY     PIC S9(9)          VALUE ZERO.
          05 WS-VARIANCE-VALUE   PIC S9(9)V99       VALUE ZERO.
          05 WS-BOOK-VALUE       PIC S9(11)V99      VALUE ZERO.
          05 WS-OLD-ON-HAND      PIC 9(7)           VALUE ZERO.
          05 WS-NEW-ON-HAND      PIC S9(9)          VALUE ZERO.
          05 WS-COUNT-STATUS     PIC X(20)          VALUE SPACES.

      *Shrinkage by store over the counts reconciled this run: the
      *net variance at cost against the book value of the items
      *counted.  A positive percentage is stock missing.
       01 WS-SHRINK-COUNT        PIC 99             VALUE ZERO.
       01 WS-SHRINK-TABLE.
          05 WS-SHRINK-ENTRY OCCURS 10 TIMES
                INDEXED BY SHR-IDX.
             10 WS-SHR-STORE       PIC 9(2)         VALUE ZERO.
             10 WS-SHR-ITEMS       PIC 9(5)         VALUE ZERO.
             10 WS-SHR-UNITS       PIC S9(9)        VALUE ZERO.
             10 WS-SHR-BOOK-VALUE  PIC S9(11)V99    VALUE ZERO.
             10 WS-SHR-VAR-VALUE   PIC S9(11)V99    VALUE ZERO.
       01 WS-SHR-SLOT-VALID      PIC X              VALUE "Y".
       01 WS-SHRINK-TOTALS.
          05 WS-ALL-ITEMS        PIC 9(6)           VALUE ZERO.
          05 WS-ALL-UNITS        PIC S9(10)         VALUE ZERO.
          05 WS-ALL-BOOK-VALUE   PIC S9(12)V99      VALUE ZERO.
          05 WS-ALL-VAR-VALUE    PIC S9(12)V99      VALUE ZERO.
       01 WS-SHRINK-PCT          PIC S9(5)V9        VALUE ZERO.

       01 WS-COUNT-COUNTS.
          05 WS-COUNTS-READ      PIC 9(5)           VALUE ZERO.
          05 WS-COUNTS-REJECTED  PIC 9(5)           VALUE ZERO.
          05 WS-COUNTS-SUPERSEDED PIC 9(5)          VALUE ZERO.
          05 WS-COUNTS-IN-BALANCE PIC 9(5)          VALUE ZERO.
          05 WS-COUNTS-POSTED    PIC 9(5)           VALUE ZERO.
          05 WS-COUNTS-SENT-BACK PIC 9(5)           VALUE ZERO.
          05 WS-COUNTS-PENDING   PIC 9(5)           VALUE ZERO.
          05 WS-ACTIVITY-READ    PIC 9(7)           VALUE ZERO.

       01 CYCLE-HEADING-LINE.
          05 FILLER              PIC X(45)          VALUE SPACES.
          05 FILLER              PIC X(22)          VALUE
                'CYCLE COUNT LIST  WEEK'.
          05 CH-WEEK             PIC Z9.
          05 FILLER              PIC X(13)          VALUE
                ' OF QUARTER  '.
          05 CH-RUN-DATE         PIC 9(8).

       01 CYCLE-STORE-LINE.
          05 FILLER              PIC X(5)           VALUE SPACES.
          05 FILLER              PIC X(6)           VALUE 'STORE '.
          05 CS-STORE            PIC Z9.

       01 CYCLE-COLUMN-LINE.
          05 FILLER              PIC X(5)           VALUE SPACES.
          05 FILLER              PIC X(9)           VALUE 'SKU'.
          05 FILLER              PIC X(22)          VALUE
                'ITEM DESCRIPTION'.
          05 FILLER              PIC X(15)          VALUE
                'COUNTED'.

       01 CYCLE-DETAIL-LINE.
          05 FILLER              PIC X(5)           VALUE SPACES.
          05 CD-SKU              PIC 9(7).
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 CD-DESCRIPTION      PIC X(20).
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 FILLER              PIC X(12)          VALUE
                '____________'.

       01 VARIANCE-HEADING-LINE.
          05 FILLER              PIC X(45)          VALUE SPACES.
          05 FILLER              PIC X(26)          VALUE
                'PHYSICAL COUNT VARIANCES'.
          05 FILLER              PIC X(4)           VALUE SPACES.
          05 VH-RUN-DATE         PIC 9(8).

       01 VARIANCE-COLUMN-LINE.
          05 FILLER              PIC X(7)           VALUE 'STORE'.
          05 FILLER              PIC X(9)           VALUE 'SKU'.
          05 FILLER              PIC X(22)          VALUE
                'ITEM DESCRIPTION'.
          05 FILLER              PIC X(10)          VALUE
                'COUNT DATE'.
          05 FILLER              PIC X(11)          VALUE
                '       BOOK'.
          05 FILLER              PIC X(10)          VALUE
                '   COUNTED'.
          05 FILLER              PIC X(12)          VALUE
                '    VARIANCE'.
          05 FILLER              PIC X(10)          VALUE
                ' UNIT COST'.
          05 FILLER              PIC X(18)          VALUE
                '      VARIANCE $'.
          05 FILLER              PIC X(20)          VALUE 'STATUS'.

       01 VARIANCE-DETAIL-LINE.
          05 VD-STORE            PIC X(2).
          05 FILLER              PIC X(5)           VALUE SPACES.
          05 VD-SKU              PIC X(7).
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 VD-DESCRIPTION      PIC X(20).
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 VD-COUNT-DATE       PIC X(8).
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 VD-BOOK-QTY         PIC ---,---,--9.
          05 VD-COUNTED-QTY      PIC Z,ZZZ,ZZ9.
          05 FILLER              PIC X(1)           VALUE SPACES.
          05 VD-VARIANCE-QTY     PIC ---,---,--9.
          05 FILLER              PIC X(1)           VALUE SPACES.
          05 VD-UNIT-COST        PIC ZZ,ZZ9.99.
          05 FILLER              PIC X(1)           VALUE SPACES.
          05 VD-VARIANCE-VALUE   PIC $$$,$$$,$$9.99CR.
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 VD-STATUS           PIC X(30).

       01 SHRINK-HEADING-LINE.
          05 FILLER              PIC X(5)           VALUE SPACES.
          05 FILLER              PIC X(30)          VALUE
                'SHRINKAGE BY STORE'.

       01 SHRINK-COLUMN-LINE.
          05 FILLER              PIC X(5)           VALUE SPACES.
          05 FILLER              PIC X(14)          VALUE 'STORE'.
          05 FILLER              PIC X(14)          VALUE
                'ITEMS COUNTED'.
          05 FILLER              PIC X(14)          VALUE
                'UNITS VARIANCE'.
          05 FILLER              PIC X(20)          VALUE
                '    BOOK AT COST'.
          05 FILLER              PIC X(20)          VALUE
                '    VARIANCE AT COST'.
          05 FILLER              PIC X(10)          VALUE
                '  SHRINK %'.

       01 SHRINK-DETAIL-LINE.
          05 FILLER              PIC X(5)           VALUE SPACES.
          05 SD-LABEL            PIC X(12).
          05 FILLER              PIC X(8)           VALUE SPACES.
          05 SD-ITEMS            PIC ZZZ,ZZ9.
          05 FILLER              PIC X(4)           VALUE SPACES.
          05 SD-UNITS            PIC ---,---,--9.
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 SD-BOOK-VALUE       PIC $$$,$$$,$$$,$$9.99.
          05 FILLER              PIC X(4)           VALUE SPACES.
          05 SD-VAR-VALUE        PIC $$$,$$$,$$9.99CR.
          05 FILLER              PIC X(3)           VALUE SPACES.
          05 SD-SHRINK-PCT       PIC ----9.9.

       01 WS-SHRINK-STORE-LABEL.
          05 FILLER              PIC X(6)           VALUE 'STORE '.
          05 WS-SSL-STORE        PIC 9(2).
          05 FILLER              PIC X(4)           VALUE SPACES.

       01 NONE-FOUND-LINE.
          05 FILLER              PIC X(5)           VALUE SPACES.
          05 FILLER              PIC X(10)          VALUE
                'NONE FOUND'.

       01 FOOTING-LINE.
          05 FILLER              PIC X(5)           VALUE SPACES.
          05 FL-LABEL            PIC X(30).
          05 FL-COUNT            PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0100-RECONCILE-COUNTS.
           PERFORM 0061-GET-PROCESSING-DATE.
           PERFORM 0050-OPEN-ITEM-MASTER.
           PERFORM 0080-SET-CYCLE-WEEK.
           PERFORM 0090-PRINT-CYCLE-LIST.
           PERFORM 0060-LOAD-APPROVALS.
           OPEN OUTPUT VARIANCEREPORT.
           MOVE WS-RUN-DATE TO VH-RUN-DATE.
           WRITE VARIANCE-PRINT-LINE FROM VARIANCE-HEADING-LINE
               AFTER ADVANCING PAGE.
           WRITE VARIANCE-PRINT-LINE FROM VARIANCE-COLUMN-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM 0070-LOAD-COUNTS.
           PERFORM 0075-LOAD-ACTIVITY.
           OPEN EXTEND ITEMACTIVITY.
           IF WS-ACTIVITY-CHECK-KEY = "35"
               OPEN OUTPUT ITEMACTIVITY
           END-IF.
           OPEN EXTEND ADJUSTFILE.
           IF WS-ADJUST-CHECK-KEY = "35"
               OPEN OUTPUT ADJUSTFILE
           END-IF.
           OPEN OUTPUT NEWCOUNTFILE.
           PERFORM 0200-RECONCILE-ONE-COUNT
               VARYING CNT-IDX FROM 1 BY 1
               UNTIL CNT-IDX > WS-COUNT-COUNT.
           CLOSE ITEMACTIVITY, ADJUSTFILE, NEWCOUNTFILE.
           IF WS-COUNTS-READ = ZERO
               WRITE VARIANCE-PRINT-LINE FROM NONE-FOUND-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 0400-PRINT-SHRINKAGE.
           MOVE "COUNT LINES READ" TO FL-LABEL.
           MOVE WS-COUNTS-READ TO FL-COUNT.
           WRITE VARIANCE-PRINT-LINE FROM FOOTING-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "COUNTS NOT USED" TO FL-LABEL.
           MOVE WS-COUNTS-REJECTED TO FL-COUNT.
           WRITE VARIANCE-PRINT-LINE FROM FOOTING-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "COUNTS SUPERSEDED BY RECOUNT" TO FL-LABEL.
           MOVE WS-COUNTS-SUPERSEDED TO FL-COUNT.
           WRITE VARIANCE-PRINT-LINE FROM FOOTING-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "COUNTS AGREEING WITH BOOK" TO FL-LABEL.
           MOVE WS-COUNTS-IN-BALANCE TO FL-COUNT.
           WRITE VARIANCE-PRINT-LINE FROM FOOTING-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "VARIANCES POSTED" TO FL-LABEL.
           MOVE WS-COUNTS-POSTED TO FL-COUNT.
           WRITE VARIANCE-PRINT-LINE FROM FOOTING-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "COUNTS SENT BACK FOR RECOUNT" TO FL-LABEL.
           MOVE WS-COUNTS-SENT-BACK TO FL-COUNT.
           WRITE VARIANCE-PRINT-LINE FROM FOOTING-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "COUNTS AWAITING APPROVAL" TO FL-LABEL.
           MOVE WS-COUNTS-PENDING TO FL-COUNT.
           WRITE VARIANCE-PRINT-LINE FROM FOOTING-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE VARIANCEREPORT.
           CLOSE ITEMMASTER.
           PERFORM 9000-END-PROGRAM.
       0100-END.

      *The item master has to be there: PETSTORE (or ITEMCONVERT)
      *builds it, and there is nothing to count against without it.
       0050-OPEN-ITEM-MASTER.
           OPEN I-O ITEMMASTER.
           IF WS-ITEM-CHECK-KEY NOT = "00"
               DISPLAY "Non-zero file status: ",
                       WS-ITEM-CHECK-KEY, " on ITEMMASTER.DAT"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-END-PROGRAM
           END-IF.
       0050-END.

      *No decisions file just means no manager has signed off a
      *count today; every count with a variance waits.
       0060-LOAD-APPROVALS.
           OPEN INPUT APPROVALFILE.
           IF WS-APPROVAL-CHECK-KEY = "00"
               PERFORM 0065-LOAD-ONE-APPROVAL UNTIL APPROVALS-AT-EOF
               CLOSE APPROVALFILE
           END-IF.
       0060-END.

       0065-LOAD-ONE-APPROVAL.
           READ APPROVALFILE
               AT END SET APPROVALS-AT-EOF TO TRUE
               NOT AT END
                   IF APPROVALRECORD NOT = SPACES
                       IF (CA-IS-APPROVE OR CA-IS-REJECT)
                          AND CA-STORE NUMERIC
                          AND CA-COUNT-DATE NUMERIC
                          AND CA-APPROVER-ID NOT = SPACES
                           PERFORM 0066-TABLE-APPROVAL
                       ELSE
                           DISPLAY "Unreadable count approval "
                                   "skipped: ", APPROVALRECORD
                       END-IF
                   END-IF
           END-READ.
       0065-END.

      *A later decision on the same store and date overrides an
      *earlier one.
       0066-TABLE-APPROVAL.
           SET APV-IDX TO 1.
           SEARCH WS-APPROVAL-ENTRY
               AT END
                   DISPLAY "Approval table full at 200 entries, "
                           "ignoring store ", CA-STORE, " count of ",
                           CA-COUNT-DATE
               WHEN APV-IDX > WS-APPROVAL-COUNT
                   ADD 1 TO WS-APPROVAL-COUNT
                   MOVE CA-STORE TO WS-APV-STORE(APV-IDX)
                   MOVE CA-COUNT-DATE TO WS-APV-COUNT-DATE(APV-IDX)
                   MOVE CA-APPROVER-ID TO WS-APV-APPROVER(APV-IDX)
                   MOVE CA-DECISION TO WS-APV-DECISION(APV-IDX)
               WHEN WS-APV-STORE(APV-IDX) = CA-STORE
                    AND WS-APV-COUNT-DATE(APV-IDX) = CA-COUNT-DATE
                   MOVE CA-APPROVER-ID TO WS-APV-APPROVER(APV-IDX)
                   MOVE CA-DECISION TO WS-APV-DECISION(APV-IDX)
           END-SEARCH.
       0066-END.

      *No count file means nothing was counted since the last run.
       0070-LOAD-COUNTS.
           OPEN INPUT COUNTFILE.
           IF WS-COUNT-CHECK-KEY = "00"
               PERFORM 0071-LOAD-ONE-COUNT UNTIL COUNTS-AT-EOF
               CLOSE COUNTFILE
           END-IF.
       0070-END.

       0071-LOAD-ONE-COUNT.
           READ COUNTFILE
               AT END SET COUNTS-AT-EOF TO TRUE
               NOT AT END
                   IF COUNTRECORD NOT = SPACES
                       ADD 1 TO WS-COUNTS-READ
                       PERFORM 0072-CHECK-COUNT THRU 0072-END
                       IF WS-COUNT-REASON = SPACES
                           PERFORM 0073-TABLE-COUNT
                       ELSE
                           PERFORM 0310-PRINT-UNUSED-COUNT
                       END-IF
                   END-IF
           END-READ.
       0071-END.

      *A count has to read cleanly and be dated no later than
      *today before it can be held against the book.
       0072-CHECK-COUNT.
           MOVE SPACES TO WS-COUNT-REASON.
           IF CT-STORE NOT NUMERIC OR CT-STORE = ZERO
               MOVE "MISSING OR BAD STORE NUMBER" TO WS-COUNT-REASON
               GO TO 0072-END
           END-IF.
           IF CT-SKU NOT NUMERIC OR CT-SKU = ZERO
               MOVE "MISSING OR BAD SKU" TO WS-COUNT-REASON
               GO TO 0072-END
           END-IF.
           IF CT-COUNTED-QTY NOT NUMERIC
               MOVE "MISSING OR BAD COUNTED QUANTITY"
                   TO WS-COUNT-REASON
               GO TO 0072-END
           END-IF.
           IF CT-COUNT-DATE NOT NUMERIC
               MOVE "MISSING OR BAD COUNT DATE" TO WS-COUNT-REASON
               GO TO 0072-END
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(CT-COUNT-DATE) NOT = 0
               MOVE "MISSING OR BAD COUNT DATE" TO WS-COUNT-REASON
               GO TO 0072-END
           END-IF.
           IF CT-COUNT-DATE > WS-RUN-DATE
               MOVE "COUNT DATED AFTER TODAY" TO WS-COUNT-REASON
               GO TO 0072-END
           END-IF.
       0072-END.

      *A recount of the same store's item replaces the earlier
      *count unless it is dated before it.
       0073-TABLE-COUNT.
           SET CNT-IDX TO 1.
           SEARCH WS-COUNT-ENTRY
               AT END
                   MOVE "COUNT TABLE FULL AT 2000" TO WS-COUNT-REASON
                   PERFORM 0310-PRINT-UNUSED-COUNT
               WHEN CNT-IDX > WS-COUNT-COUNT
                   ADD 1 TO WS-COUNT-COUNT
                   MOVE CT-STORE TO WS-CNT-STORE(CNT-IDX)
                   MOVE CT-SKU TO WS-CNT-SKU(CNT-IDX)
                   MOVE CT-COUNTED-QTY TO WS-CNT-COUNTED(CNT-IDX)
                   MOVE CT-COUNT-DATE TO WS-CNT-DATE(CNT-IDX)
               WHEN WS-CNT-STORE(CNT-IDX) = CT-STORE
                    AND WS-CNT-SKU(CNT-IDX) = CT-SKU
                   ADD 1 TO WS-COUNTS-SUPERSEDED
                   IF CT-COUNT-DATE >= WS-CNT-DATE(CNT-IDX)
                       MOVE CT-COUNTED-QTY TO WS-CNT-COUNTED(CNT-IDX)
                       MOVE CT-COUNT-DATE TO WS-CNT-DATE(CNT-IDX)
                   END-IF
           END-SEARCH.
       0073-END.

      *One pass over the activity trail: every shelf movement for
      *a counted item dated after its count date is movement the
      *count never saw.
       0075-LOAD-ACTIVITY.
           OPEN INPUT ITEMACTIVITY.
           IF WS-ACTIVITY-CHECK-KEY = "00"
               PERFORM 0076-APPLY-ONE-ACTIVITY UNTIL ACTIVITY-AT-EOF
               CLOSE ITEMACTIVITY
           END-IF.
       0075-END.

       0076-APPLY-ONE-ACTIVITY.
           READ ITEMACTIVITY
               AT END SET ACTIVITY-AT-EOF TO TRUE
               NOT AT END
                   IF ITEM-ACTIVITY-RECORD NOT = SPACES
                       ADD 1 TO WS-ACTIVITY-READ
                       SET CNT-IDX TO 1
                       SEARCH WS-COUNT-ENTRY
                           AT END
                               CONTINUE
                           WHEN CNT-IDX > WS-COUNT-COUNT
                               CONTINUE
                           WHEN WS-CNT-STORE(CNT-IDX) = IA-STORE
                                AND WS-CNT-SKU(CNT-IDX) = IA-SKU
                               IF IA-ACTIVITY-DATE
                                  > WS-CNT-DATE(CNT-IDX)
                                   ADD IA-QUANTITY
                                       TO WS-CNT-AFTER-QTY(CNT-IDX)
                               END-IF
                       END-SEARCH
                   END-IF
           END-READ.
       0076-END.

      *The quarter starts on the first of January, April, July, or
      *October.
       0080-SET-CYCLE-WEEK.
           MOVE WS-RUN-YEAR TO WS-QTR-YEAR.
           COMPUTE WS-QTR-MONTH =
               ((WS-RUN-MONTH - 1) / 3) * 3 + 1.
           MOVE 01 TO WS-QTR-DAY.
           COMPUTE WS-QTR-DAYS-IN =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-QTR-START).
           DIVIDE WS-QTR-DAYS-IN BY 7 GIVING WS-CYCLE-WEEK.
           ADD 1 TO WS-CYCLE-WEEK.
           IF WS-CYCLE-WEEK > WS-CYCLE-WEEKS
               MOVE WS-CYCLE-WEEKS TO WS-CYCLE-WEEK
           END-IF.
       0080-END.

      *This week's items, store by store in key order, walked off
      *the item master itself so a new item joins the rotation the
      *day it is created.
       0090-PRINT-CYCLE-LIST.
           OPEN OUTPUT CYCLELIST.
           MOVE WS-CYCLE-WEEK TO CH-WEEK.
           MOVE WS-RUN-DATE TO CH-RUN-DATE.
           WRITE CYCLE-PRINT-LINE FROM CYCLE-HEADING-LINE
               AFTER ADVANCING PAGE.
           MOVE ZERO TO WS-LIST-STORE.
           MOVE ZERO TO IM-STORE.
           MOVE ZERO TO IM-SKU.
           START ITEMMASTER KEY IS >= IM-ITEM-KEY
               INVALID KEY SET ITEMMASTER-AT-EOF TO TRUE
           END-START.
           PERFORM 0095-LIST-ONE-ITEM UNTIL ITEMMASTER-AT-EOF.
           IF WS-LIST-ITEMS = ZERO
               WRITE CYCLE-PRINT-LINE FROM NONE-FOUND-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           MOVE "ITEMS TO COUNT THIS WEEK" TO FL-LABEL.
           MOVE WS-LIST-ITEMS TO FL-COUNT.
           WRITE CYCLE-PRINT-LINE FROM FOOTING-LINE
               AFTER ADVANCING 3 LINES.
           CLOSE CYCLELIST.
       0090-END.

       0095-LIST-ONE-ITEM.
           READ ITEMMASTER NEXT RECORD
               AT END SET ITEMMASTER-AT-EOF TO TRUE
               NOT AT END
                   DIVIDE IM-SKU BY WS-CYCLE-WEEKS
                       GIVING WS-QUOTIENT REMAINDER WS-SKU-WEEK
                   ADD 1 TO WS-SKU-WEEK
                   IF WS-SKU-WEEK = WS-CYCLE-WEEK
                       IF IM-STORE NOT = WS-LIST-STORE
                           MOVE IM-STORE TO WS-LIST-STORE
                           MOVE IM-STORE TO CS-STORE
                           WRITE CYCLE-PRINT-LINE FROM CYCLE-STORE-LINE
                               AFTER ADVANCING 3 LINES
                           WRITE CYCLE-PRINT-LINE
                               FROM CYCLE-COLUMN-LINE
                               AFTER ADVANCING 2 LINES
                       END-IF
                       MOVE IM-SKU TO CD-SKU
                       MOVE IM-DESCRIPTION TO CD-DESCRIPTION
                       WRITE CYCLE-PRINT-LINE FROM CYCLE-DETAIL-LINE
                           AFTER ADVANCING 2 LINES
                       ADD 1 TO WS-LIST-ITEMS
                   END-IF
           END-READ.
       0095-END.

      *Book at the count = today's shelf count less whatever moved
      *after the count date; the variance is what the shelf held
      *over (or under) that.  Agreeing counts are done; the rest
      *post, go back, or wait on the manager's decision.
       0200-RECONCILE-ONE-COUNT.
           MOVE WS-CNT-STORE(CNT-IDX) TO IM-STORE.
           MOVE WS-CNT-SKU(CNT-IDX) TO IM-SKU.
           READ ITEMMASTER
               INVALID KEY
                   MOVE "ITEM NOT ON MASTER" TO WS-COUNT-REASON
                   MOVE WS-CNT-STORE(CNT-IDX) TO CT-STORE
                   MOVE WS-CNT-SKU(CNT-IDX) TO CT-SKU
                   MOVE WS-CNT-DATE(CNT-IDX) TO CT-COUNT-DATE
                   PERFORM 0310-PRINT-UNUSED-COUNT
               NOT INVALID KEY
                   PERFORM 0210-MEASURE-VARIANCE
                   PERFORM 0220-DECIDE-COUNT
                   PERFORM 0300-PRINT-VARIANCE
           END-READ.
       0200-END.

       0210-MEASURE-VARIANCE.
           COMPUTE WS-BOOK-AT-COUNT =
               IM-ON-HAND - WS-CNT-AFTER-QTY(CNT-IDX).
           COMPUTE WS-VARIANCE-QTY =
               WS-CNT-COUNTED(CNT-IDX) - WS-BOOK-AT-COUNT.
           COMPUTE WS-VARIANCE-VALUE ROUNDED =
               WS-VARIANCE-QTY * IM-AVG-COST.
           COMPUTE WS-BOOK-VALUE ROUNDED =
               WS-BOOK-AT-COUNT * IM-AVG-COST.
           PERFORM 0230-NOTE-STORE-SHRINK.
           IF WS-SHR-SLOT-VALID = "Y"
               ADD 1 TO WS-SHR-ITEMS(SHR-IDX)
               ADD WS-VARIANCE-QTY TO WS-SHR-UNITS(SHR-IDX)
               ADD WS-BOOK-VALUE TO WS-SHR-BOOK-VALUE(SHR-IDX)
               ADD WS-VARIANCE-VALUE TO WS-SHR-VAR-VALUE(SHR-IDX)
           END-IF.
           ADD 1 TO WS-ALL-ITEMS.
           ADD WS-VARIANCE-QTY TO WS-ALL-UNITS.
           ADD WS-BOOK-VALUE TO WS-ALL-BOOK-VALUE.
           ADD WS-VARIANCE-VALUE TO WS-ALL-VAR-VALUE.
       0210-END.

       0220-DECIDE-COUNT.
           IF WS-VARIANCE-QTY = ZERO
               MOVE "AGREES WITH BOOK" TO WS-COUNT-STATUS
               ADD 1 TO WS-COUNTS-IN-BALANCE
           ELSE
               PERFORM 0225-FIND-DECISION
               EVALUATE TRUE
                   WHEN COUNT-IS-APPROVED
                       PERFORM 0240-POST-ADJUSTMENT
                       MOVE "POSTED" TO WS-COUNT-STATUS
                       ADD 1 TO WS-COUNTS-POSTED
                   WHEN COUNT-IS-REJECTED
                       MOVE "REJECTED - RECOUNT" TO WS-COUNT-STATUS
                       ADD 1 TO WS-COUNTS-SENT-BACK
                   WHEN OTHER
                       MOVE "AWAITING APPROVAL" TO WS-COUNT-STATUS
                       ADD 1 TO WS-COUNTS-PENDING
                       MOVE WS-CNT-STORE(CNT-IDX) TO NCT-STORE
                       MOVE WS-CNT-SKU(CNT-IDX) TO NCT-SKU
                       MOVE WS-CNT-COUNTED(CNT-IDX)
                           TO NCT-COUNTED-QTY
                       MOVE WS-CNT-DATE(CNT-IDX) TO NCT-COUNT-DATE
                       WRITE NEWCOUNTRECORD AFTER ADVANCING 1 LINE
               END-EVALUATE
           END-IF.
       0220-END.

       0225-FIND-DECISION.
           MOVE SPACE TO WS-DECISION.
           MOVE SPACES TO WS-APPROVER-ID.
           SET APV-IDX TO 1.
           SEARCH WS-APPROVAL-ENTRY
               AT END
                   CONTINUE
               WHEN APV-IDX > WS-APPROVAL-COUNT
                   CONTINUE
               WHEN WS-APV-STORE(APV-IDX) = WS-CNT-STORE(CNT-IDX)
                    AND WS-APV-COUNT-DATE(APV-IDX)
                        = WS-CNT-DATE(CNT-IDX)
                   MOVE WS-APV-DECISION(APV-IDX) TO WS-DECISION
                   MOVE WS-APV-APPROVER(APV-IDX) TO WS-APPROVER-ID
           END-SEARCH.
       0225-END.

      *Position SHR-IDX at the count's store, opening a slot for a
      *store not seen yet.
       0230-NOTE-STORE-SHRINK.
           MOVE "Y" TO WS-SHR-SLOT-VALID.
           SET SHR-IDX TO 1.
           SEARCH WS-SHRINK-ENTRY
               AT END
                   IF WS-SHRINK-COUNT < 10
                       ADD 1 TO WS-SHRINK-COUNT
                       SET SHR-IDX TO WS-SHRINK-COUNT
                       MOVE WS-CNT-STORE(CNT-IDX)
                           TO WS-SHR-STORE(SHR-IDX)
                   ELSE
                       MOVE "N" TO WS-SHR-SLOT-VALID
                       DISPLAY "Shrinkage table full at 10 stores, "
                               "not totalling store ",
                               WS-CNT-STORE(CNT-IDX)
                   END-IF
               WHEN WS-SHR-STORE(SHR-IDX) = WS-CNT-STORE(CNT-IDX)
                   CONTINUE
           END-SEARCH.
       0230-END.

      *The variance goes onto today's shelf count (which may
      *differ from the book at the count by what has moved since),
      *floored at zero, with the audit line and an activity-trail
      *line so a later count's book walks back through it.
       0240-POST-ADJUSTMENT.
           MOVE IM-ON-HAND TO WS-OLD-ON-HAND.
           COMPUTE WS-NEW-ON-HAND = IM-ON-HAND + WS-VARIANCE-QTY.
           IF WS-NEW-ON-HAND < ZERO
               MOVE ZERO TO IM-ON-HAND
           ELSE
               MOVE WS-NEW-ON-HAND TO IM-ON-HAND
           END-IF.
           REWRITE ITEM-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Item rewrite failed for ", IM-SKU
           END-REWRITE.
           MOVE SPACES TO ADJUSTRECORD.
           MOVE WS-RUN-DATE TO ADJ-POSTED-DATE.
           MOVE IM-STORE TO ADJ-STORE.
           MOVE IM-SKU TO ADJ-SKU.
           MOVE WS-CNT-DATE(CNT-IDX) TO ADJ-COUNT-DATE.
           MOVE WS-BOOK-AT-COUNT TO ADJ-BOOK-QTY.
           MOVE WS-CNT-COUNTED(CNT-IDX) TO ADJ-COUNTED-QTY.
           MOVE WS-VARIANCE-QTY TO ADJ-ADJUST-QTY.
           MOVE WS-OLD-ON-HAND TO ADJ-OLD-ON-HAND.
           MOVE IM-ON-HAND TO ADJ-NEW-ON-HAND.
           MOVE IM-AVG-COST TO ADJ-UNIT-COST.
           MOVE WS-VARIANCE-VALUE TO ADJ-AMOUNT.
           MOVE WS-APPROVER-ID TO ADJ-APPROVER-ID.
           WRITE ADJUSTRECORD AFTER ADVANCING 1 LINE.
           MOVE SPACES TO ITEM-ACTIVITY-RECORD.
           MOVE IM-STORE TO IA-STORE.
           MOVE IM-SKU TO IA-SKU.
           MOVE WS-RUN-DATE TO IA-ACTIVITY-DATE.
           SET IA-IS-COUNT-ADJUST TO TRUE.
           COMPUTE IA-QUANTITY = IM-ON-HAND - WS-OLD-ON-HAND.
           IF IA-QUANTITY NOT = ZERO
               WRITE ITEM-ACTIVITY-RECORD AFTER ADVANCING 1 LINE
           END-IF.
       0240-END.

       0300-PRINT-VARIANCE.
           MOVE SPACES TO VARIANCE-DETAIL-LINE.
           MOVE IM-STORE TO VD-STORE.
           MOVE IM-SKU TO VD-SKU.
           MOVE IM-DESCRIPTION TO VD-DESCRIPTION.
           MOVE WS-CNT-DATE(CNT-IDX) TO VD-COUNT-DATE.
           MOVE WS-BOOK-AT-COUNT TO VD-BOOK-QTY.
           MOVE WS-CNT-COUNTED(CNT-IDX) TO VD-COUNTED-QTY.
           MOVE WS-VARIANCE-QTY TO VD-VARIANCE-QTY.
           MOVE IM-AVG-COST TO VD-UNIT-COST.
           MOVE WS-VARIANCE-VALUE TO VD-VARIANCE-VALUE.
           MOVE WS-COUNT-STATUS TO VD-STATUS.
           WRITE VARIANCE-PRINT-LINE FROM VARIANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
       0300-END.

      *A count that never reached the book prints with its reason
      *and is dropped; the store counts it again.
       0310-PRINT-UNUSED-COUNT.
           MOVE SPACES TO VARIANCE-DETAIL-LINE.
           MOVE CT-STORE TO VD-STORE.
           MOVE CT-SKU TO VD-SKU.
           MOVE CT-COUNT-DATE TO VD-COUNT-DATE.
           MOVE WS-COUNT-REASON TO VD-STATUS.
           WRITE VARIANCE-PRINT-LINE FROM VARIANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-COUNTS-REJECTED.
       0310-END.

      *Shrinkage is the net variance at cost as a share of the
      *book value counted, sign turned so missing stock reads as a
      *positive percentage.
       0400-PRINT-SHRINKAGE.
           WRITE VARIANCE-PRINT-LINE FROM SHRINK-HEADING-LINE
               AFTER ADVANCING 3 LINES.
           WRITE VARIANCE-PRINT-LINE FROM SHRINK-COLUMN-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM 0410-PRINT-ONE-STORE-SHRINK
               VARYING SHR-IDX FROM 1 BY 1
               UNTIL SHR-IDX > WS-SHRINK-COUNT.
           MOVE "ALL STORES" TO SD-LABEL.
           MOVE WS-ALL-ITEMS TO SD-ITEMS.
           MOVE WS-ALL-UNITS TO SD-UNITS.
           MOVE WS-ALL-BOOK-VALUE TO SD-BOOK-VALUE.
           MOVE WS-ALL-VAR-VALUE TO SD-VAR-VALUE.
           MOVE ZERO TO WS-SHRINK-PCT.
           IF WS-ALL-BOOK-VALUE NOT = ZERO
               COMPUTE WS-SHRINK-PCT ROUNDED =
                   (ZERO - WS-ALL-VAR-VALUE) * 100
                   / WS-ALL-BOOK-VALUE
                   ON SIZE ERROR
                       MOVE ZERO TO WS-SHRINK-PCT
               END-COMPUTE
           END-IF.
           MOVE WS-SHRINK-PCT TO SD-SHRINK-PCT.
           WRITE VARIANCE-PRINT-LINE FROM SHRINK-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
       0400-END.

       0410-PRINT-ONE-STORE-SHRINK.
           MOVE WS-SHR-STORE(SHR-IDX) TO WS-SSL-STORE.
           MOVE WS-SHRINK-STORE-LABEL TO SD-LABEL.
           MOVE WS-SHR-ITEMS(SHR-IDX) TO SD-ITEMS.
           MOVE WS-SHR-UNITS(SHR-IDX) TO SD-UNITS.
           MOVE WS-SHR-BOOK-VALUE(SHR-IDX) TO SD-BOOK-VALUE.
           MOVE WS-SHR-VAR-VALUE(SHR-IDX) TO SD-VAR-VALUE.
           MOVE ZERO TO WS-SHRINK-PCT.
           IF WS-SHR-BOOK-VALUE(SHR-IDX) NOT = ZERO
               COMPUTE WS-SHRINK-PCT ROUNDED =
                   (ZERO - WS-SHR-VAR-VALUE(SHR-IDX)) * 100
                   / WS-SHR-BOOK-VALUE(SHR-IDX)
                   ON SIZE ERROR
                       MOVE ZERO TO WS-SHRINK-PCT
               END-COMPUTE
           END-IF.
           MOVE WS-SHRINK-PCT TO SD-SHRINK-PCT.
           WRITE VARIANCE-PRINT-LINE FROM SHRINK-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
       0410-END.

       0061-GET-PROCESSING-DATE.
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
       0061-END.

       9000-END-PROGRAM.
           DISPLAY "Cycle-count week:          ", WS-CYCLE-WEEK.
           DISPLAY "Items on this week's list: ", WS-LIST-ITEMS.
           DISPLAY "Count lines read:          ", WS-COUNTS-READ.
           DISPLAY "Counts not used:           ", WS-COUNTS-REJECTED.
           DISPLAY "Counts agreeing with book: ",
                   WS-COUNTS-IN-BALANCE.
           DISPLAY "Variances posted:          ", WS-COUNTS-POSTED.
           DISPLAY "Counts sent back:          ",
                   WS-COUNTS-SENT-BACK.
           DISPLAY "Counts awaiting approval:  ", WS-COUNTS-PENDING.
           STOP RUN.

          END PROGRAM INVCOUNT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSTMT.

      *Month-end billing for the pet store's house charge accounts,
      *in place of the paper ledger.  Every account on
      *CHARGEACCTS.DAT is billed from the activity posted to it
      *since its last statement -- the charge tickets and charge
      *returns PETSTORE wrote and the payments PAYPOST wrote to
      *CHARGEACTIVITY.DAT, sorted into account order -- and gets a
      *statement on CUSTSTATEMENTS.DAT addressed from
      *CUSTMASTER.DAT: opening balance, each charge, return, and
      *payment, the totals of each, the closing balance, and how
      *the balance ages.  An account with no balance and nothing
      *posted gets no statement.
      *
      *The aging is balance-forward: at each statement last
      *month's current money moves to 30 days, 30 to 60, and 60
      *into 90-and-over, then the month's payments and returns
      *retire the oldest money first and the month's charges are
      *the new current.  ARAGING.DAT lists every account with a
      *balance by bucket, and OVERLIMIT.DAT lists the accounts
      *whose closing balance is over their credit limit.
      *
      *The closing balance built from the activity, plus anything
      *posted after tonight's statement date, has to agree with
      *the AR-BALANCE the nightly runs kept; an account that does
      *not is flagged on the aging report for someone to look at.
      *An account already billed on this statement date (a rerun)
      *is reported as it stands and not billed twice.
      *Runs on the month-end night after the sales run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGEACCTS ASSIGN TO "CHARGEACCTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-CUSTOMER-ID
               FILE STATUS IS WS-MASTER-CHECK-KEY.

           SELECT CUSTMASTER ASSIGN TO "CUSTMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMASTER-CHECK-KEY.

       SELECT CHARGEACTIVITY ASSIGN TO "CHARGEACTIVITY.DAT"
           FILE STATUS IS WS-ACTIVITY-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SORTWORK ASSIGN TO "CUSTSTMTWORK.TMP".

       SELECT SORTEDACTIVITY ASSIGN TO "CUSTSTMTSORTED.TMP"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT STATEMENTFILE ASSIGN TO "CUSTSTATEMENTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AGINGREPORT ASSIGN TO "ARAGING.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OVERLIMITREPORT ASSIGN TO "OVERLIMIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Site processing-date control file.  A missing file falls
      *back to the system clock.
       SELECT RUNDATEFILE ASSIGN TO "RUNDATE.DAT"
           FILE STATUS IS WS-RUNDATE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CHARGEACCTS.
           COPY CHGACCT.
      *(CHARGE-ACCOUNT-RECORD, from copybooks/CHGACCT.CPY)

       FD CUSTMASTER.
       01 CUSTMASTERRECORD.
          05 CM-CUSTOMER-ID      PIC 9(7).
          05 CM-LASTNAME         PIC X(15).
          05 CM-FIRSTNAME        PIC X(15).
          05 CM-STREET           PIC X(30).
          05 CM-CITY             PIC X(20).
          05 CM-STATE            PIC X(2).
          05 CM-ZIP              PIC X(10).

      *Only opened to see whether there is any activity to sort.
       FD CHARGEACTIVITY.
       01 CHARGEACTIVITYRECORD   PIC X(48).

      * sd temporary file for the account/posting-date ordering
       SD SORTWORK.
       01 SORTWORKREC.
            04 SW-CUSTOMER-ID       PIC 9(7).
            04 SW-POST-DATE         PIC 9(8).
            04 SW-TRANS-DATE        PIC 9(8).
            04 FILLER               PIC X(25).

       FD SORTEDACTIVITY.
           COPY CHGACTV.
      *(CHARGE-ACTIVITY-RECORD, from copybooks/CHGACTV.CPY)

       FD STATEMENTFILE.
       01 STATEMENT-PRINT-LINE   PIC X(132).

       FD AGINGREPORT.
       01 AGING-PRINT-LINE       PIC X(132).

       FD OVERLIMITREPORT.
       01 OVERLIMIT-PRINT-LINE   PIC X(132).

       FD RUNDATEFILE.
       01 RUNDATERECORD.
            02 RD-PROCESSING-DATE   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-CHECK-KEY    PIC XX.
       01 WS-CUSTMASTER-CHECK-KEY PIC XX.
       01 WS-ACTIVITY-CHECK-KEY  PIC XX.
       01 WS-RUNDATE-CHECK-KEY   PIC XX.
       01 WS-STMT-DATE           PIC 9(8)           VALUE ZERO.

       01 WS-ACCOUNTS-EOF-FLAG   PIC X              VALUE "N".
          88 ACCOUNTS-AT-EOF                        VALUE "Y".
       01 WS-ACTIVITY-EOF-FLAG   PIC X              VALUE "N".
          88 ACTIVITY-AT-EOF                        VALUE "Y".
       01 WS-BILLED-FLAG         PIC X              VALUE "N".
          88 ACCOUNT-ALREADY-BILLED                 VALUE "Y".
       01 WS-STATEMENT-FLAG      PIC X              VALUE "N".
          88 STATEMENT-IS-PRINTING                  VALUE "Y".
       01 WS-BALANCE-FLAG        PIC X              VALUE "Y".
          88 ACCOUNT-IN-BALANCE                     VALUE "Y".

      *One account's month: the balance it opened at, what posted
      *to it in the cycle by kind (returns and payments negative,
      *as they post), and what posted after the statement date.
       01 WS-CYCLE-FIELDS.
          05 WS-OPENING-BALANCE  PIC S9(7)V99       VALUE ZERO.
          05 WS-CYCLE-CHARGES    PIC S9(7)V99       VALUE ZERO.
          05 WS-CYCLE-RETURNS    PIC S9(7)V99       VALUE ZERO.
          05 WS-CYCLE-PAYMENTS   PIC S9(7)V99       VALUE ZERO.
          05 WS-LATER-ACTIVITY   PIC S9(7)V99       VALUE ZERO.
          05 WS-CLOSING-BALANCE  PIC S9(7)V99       VALUE ZERO.
          05 WS-CREDITS-TO-APPLY PIC S9(7)V99       VALUE ZERO.
          05 WS-OVER-LIMIT-BY    PIC S9(7)V99       VALUE ZERO.
       01 WS-CUSTOMER-NAME       PIC X(31)          VALUE SPACES.
       01 WS-CITY-LINE           PIC X(40)          VALUE SPACES.

       01 WS-STMT-COUNTS.
          05 WS-ACCOUNTS-READ    PIC 9(5)           VALUE ZERO.
          05 WS-STATEMENTS-PRINTED PIC 9(5)         VALUE ZERO.
          05 WS-ALREADY-BILLED   PIC 9(5)           VALUE ZERO.
          05 WS-OUT-OF-BALANCE   PIC 9(5)           VALUE ZERO.
          05 WS-ORPHAN-ACTIVITY  PIC 9(5)           VALUE ZERO.
          05 WS-ACCOUNTS-AGED    PIC 9(5)           VALUE ZERO.
          05 WS-ACCOUNTS-OVER    PIC 9(5)           VALUE ZERO.

       01 WS-AGING-TOTALS.
          05 WS-TOTAL-BALANCE    PIC S9(9)V99       VALUE ZERO.
          05 WS-TOTAL-CURRENT    PIC S9(9)V99       VALUE ZERO.
          05 WS-TOTAL-30         PIC S9(9)V99       VALUE ZERO.
          05 WS-TOTAL-60         PIC S9(9)V99       VALUE ZERO.
          05 WS-TOTAL-90         PIC S9(9)V99       VALUE ZERO.

       01 STMT-HEADING-LINE.
          05 FILLER              PIC X(5)           VALUE SPACES.
          05 FILLER              PIC X(40)          VALUE
                'PET STORE HOUSE CHARGE STATEMENT'.
          05 FILLER              PIC X(15)          VALUE
                'STATEMENT DATE '.
          05 SH-STMT-DATE        PIC 9(8).

       01 STMT-ADDRESS-LINE.
          05 FILLER              PIC X(5)           VALUE SPACES.
          05 SA-TEXT             PIC X(40).

       01 STMT-ACCOUNT-LINE.
          05 FILLER              PIC X(5)           VALUE SPACES.
          05 FILLER              PIC X(8)           VALUE 'ACCOUNT '.
          05 SAC-ACCOUNT         PIC 9(7).
          05 FILLER              PIC X(5)           VALUE SPACES.
          05 FILLER              PIC X(13)          VALUE
                'CREDIT LIMIT '.
          05 SAC-LIMIT           PIC $,$$$,$$9.99.
          05 FILLER              PIC X(5)           VALUE SPACES.
          05 SAC-STATUS          PIC X(20).

       01 STMT-COLUMN-LINE.
          05 FILLER              PIC X(5)           VALUE SPACES.
          05 FILLER              PIC X(10)          VALUE 'DATE'.
          05 FILLER              PIC X(7)           VALUE 'STORE'.
          05 FILLER              PIC X(24)          VALUE
                'DESCRIPTION'.
          05 FILLER              PIC X(12)          VALUE
                'REFERENCE'.
          05 FILLER              PIC X(13)          VALUE
                '       AMOUNT'.

       01 STMT-DETAIL-LINE.
          05 FILLER              PIC X(5)           VALUE SPACES.
          05 SD-DATE             PIC X(8).
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 SD-STORE            PIC X(2).
          05 FILLER              PIC X(5)           VALUE SPACES.
          05 SD-DESCRIPTION      PIC X(22).
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 SD-REFERENCE        PIC X(10).
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 SD-AMOUNT           PIC $$,$$$,$$9.99CR.

       01 STMT-TOTAL-LINE.
          05 FILLER              PIC X(5)           VALUE SPACES.
          05 ST-LABEL            PIC X(53).
          05 ST-AMOUNT           PIC $$,$$$,$$9.99CR.

       01 STMT-AGING-HEAD-LINE.
          05 FILLER              PIC X(5)           VALUE SPACES.
          05 FILLER              PIC X(15)          VALUE
                '        CURRENT'.
          05 FILLER              PIC X(15)          VALUE
                '        30 DAYS'.
          05 FILLER              PIC X(15)          VALUE
                '        60 DAYS'.
          05 FILLER              PIC X(15)          VALUE
                '       90+ DAYS'.

       01 STMT-AGING-LINE.
          05 FILLER              PIC X(5)           VALUE SPACES.
          05 SG-CURRENT          PIC $$,$$$,$$9.99CR.
          05 SG-30               PIC $$,$$$,$$9.99CR.
          05 SG-60               PIC $$,$$$,$$9.99CR.
          05 SG-90               PIC $$,$$$,$$9.99CR.

       01 STMT-NOTE-LINE.
          05 FILLER              PIC X(5)           VALUE SPACES.
          05 SN-TEXT             PIC X(60).

       01 AGING-HEADING-LINE.
          05 FILLER              PIC X(40)          VALUE SPACES.
          05 FILLER              PIC X(26)          VALUE
                'HOUSE CHARGE AGING AS OF'.
          05 AH-STMT-DATE        PIC 9(8).

       01 AGING-COLUMN-LINE.
          05 FILLER              PIC X(9)           VALUE 'ACCOUNT'.
          05 FILLER              PIC X(25)          VALUE 'CUSTOMER'.
          05 FILLER              PIC X(13)          VALUE
                '        LIMIT'.
          05 FILLER              PIC X(14)          VALUE
                '      BALANCE'.
          05 FILLER              PIC X(14)          VALUE
                '      CURRENT'.
          05 FILLER              PIC X(14)          VALUE
                '      30 DAYS'.
          05 FILLER              PIC X(14)          VALUE
                '      60 DAYS'.
          05 FILLER              PIC X(14)          VALUE
                '     90+ DAYS'.
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 FILLER              PIC X(10)          VALUE 'NOTE'.

       01 AGING-DETAIL-LINE.
          05 AD-ACCOUNT          PIC 9(7).
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 AD-NAME             PIC X(25).
          05 AD-LIMIT            PIC ZZ,ZZZ,ZZ9.99.
          05 AD-BALANCE          PIC ZZ,ZZZ,ZZ9.99-.
          05 AD-CURRENT          PIC ZZ,ZZZ,ZZ9.99-.
          05 AD-30               PIC ZZ,ZZZ,ZZ9.99-.
          05 AD-60               PIC ZZ,ZZZ,ZZ9.99-.
          05 AD-90               PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 AD-NOTE             PIC X(10).

       01 AGING-TOTAL-LINE.
          05 FILLER              PIC X(9)           VALUE 'TOTALS'.
          05 AT-ACCOUNTS         PIC ZZ,ZZ9.
          05 FILLER              PIC X(19)          VALUE
                ' ACCOUNTS'.
          05 FILLER              PIC X(13)          VALUE SPACES.
          05 AT-BALANCE          PIC ZZ,ZZZ,ZZ9.99-.
          05 AT-CURRENT          PIC ZZ,ZZZ,ZZ9.99-.
          05 AT-30               PIC ZZ,ZZZ,ZZ9.99-.
          05 AT-60               PIC ZZ,ZZZ,ZZ9.99-.
          05 AT-90               PIC ZZ,ZZZ,ZZ9.99-.

       01 OVER-HEADING-LINE.
          05 FILLER              PIC X(40)          VALUE SPACES.
          05 FILLER              PIC X(34)          VALUE
                'HOUSE CHARGE ACCOUNTS OVER LIMIT'.
          05 OH-STMT-DATE        PIC 9(8).

       01 OVER-COLUMN-LINE.
          05 FILLER              PIC X(9)           VALUE 'ACCOUNT'.
          05 FILLER              PIC X(25)          VALUE 'CUSTOMER'.
          05 FILLER              PIC X(9)           VALUE 'STATUS'.
          05 FILLER              PIC X(13)          VALUE
                '        LIMIT'.
          05 FILLER              PIC X(14)          VALUE
                '      BALANCE'.
          05 FILLER              PIC X(14)          VALUE
                '      OVER BY'.
          05 FILLER              PIC X(14)          VALUE
                '     90+ DAYS'.
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 FILLER              PIC X(20)          VALUE
                'LAST PAYMENT'.

       01 OVER-DETAIL-LINE.
          05 OD-ACCOUNT          PIC 9(7).
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 OD-NAME             PIC X(25).
          05 OD-STATUS           PIC X(7).
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 OD-LIMIT            PIC ZZ,ZZZ,ZZ9.99.
          05 OD-BALANCE          PIC ZZ,ZZZ,ZZ9.99-.
          05 OD-OVER-BY          PIC ZZ,ZZZ,ZZ9.99-.
          05 OD-90               PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 OD-LAST-PAYMENT-DATE PIC X(8).
          05 FILLER              PIC X(1)           VALUE SPACES.
          05 OD-LAST-PAYMENT     PIC Z,ZZZ,ZZ9.99.

       01 NONE-FOUND-LINE.
          05 FILLER              PIC X(5)           VALUE SPACES.
          05 FILLER              PIC X(10)          VALUE
                'NONE FOUND'.

       01 FOOTING-LINE.
          05 FILLER              PIC X(5)           VALUE SPACES.
          05 FL-LABEL            PIC X(30).
          05 FL-COUNT            PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0100-BILL-ACCOUNTS.
           PERFORM 0061-GET-PROCESSING-DATE.
           OPEN I-O CHARGEACCTS.
           IF WS-MASTER-CHECK-KEY NOT = "00"
               DISPLAY "CHARGEACCTS.DAT did not open, status ",
                       WS-MASTER-CHECK-KEY,
                       " - run ACCTMAINT to build it first"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-END-PROGRAM
           END-IF.
           OPEN INPUT CUSTMASTER.
           IF WS-CUSTMASTER-CHECK-KEY NOT = "00"
               DISPLAY "CUSTMASTER.DAT did not open, status ",
                       WS-CUSTMASTER-CHECK-KEY,
                       " - run CUSTMAINT to build it first"
               MOVE 8 TO RETURN-CODE
               CLOSE CHARGEACCTS
               GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0070-SORT-ACTIVITY.
           OPEN OUTPUT STATEMENTFILE.
           OPEN OUTPUT AGINGREPORT.
           OPEN OUTPUT OVERLIMITREPORT.
           MOVE WS-STMT-DATE TO AH-STMT-DATE.
           WRITE AGING-PRINT-LINE FROM AGING-HEADING-LINE
               AFTER ADVANCING PAGE.
           WRITE AGING-PRINT-LINE FROM AGING-COLUMN-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-STMT-DATE TO OH-STMT-DATE.
           WRITE OVERLIMIT-PRINT-LINE FROM OVER-HEADING-LINE
               AFTER ADVANCING PAGE.
           WRITE OVERLIMIT-PRINT-LINE FROM OVER-COLUMN-LINE
               AFTER ADVANCING 2 LINES.

           MOVE ZERO TO AR-CUSTOMER-ID.
           START CHARGEACCTS KEY IS >= AR-CUSTOMER-ID
               INVALID KEY SET ACCOUNTS-AT-EOF TO TRUE
           END-START.
           PERFORM 0110-READ-ACCOUNT.
           PERFORM 0200-BILL-ONE-ACCOUNT THRU 0200-END
               UNTIL ACCOUNTS-AT-EOF.
           PERFORM 0210-SKIP-ORPHAN-ACTIVITY UNTIL ACTIVITY-AT-EOF.

           PERFORM 0600-PRINT-AGING-TOTALS.
           IF WS-ACCOUNTS-OVER = ZERO
               WRITE OVERLIMIT-PRINT-LINE FROM NONE-FOUND-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE "ACCOUNTS OVER LIMIT" TO FL-LABEL.
           MOVE WS-ACCOUNTS-OVER TO FL-COUNT.
           WRITE OVERLIMIT-PRINT-LINE FROM FOOTING-LINE
               AFTER ADVANCING 3 LINES.
           CLOSE STATEMENTFILE, AGINGREPORT, OVERLIMITREPORT.
           IF WS-ACTIVITY-CHECK-KEY = "00"
               CLOSE SORTEDACTIVITY
           END-IF.
           CLOSE CHARGEACCTS, CUSTMASTER.
           PERFORM 9000-END-PROGRAM.
       0100-END.

      *The activity file is appended to by every nightly run in
      *posting order; sorted by account and posting date it can be
      *walked alongside the account master.  No activity file yet
      *just means nothing has ever posted.
       0070-SORT-ACTIVITY.
           OPEN INPUT CHARGEACTIVITY.
           IF WS-ACTIVITY-CHECK-KEY NOT = "00"
               SET ACTIVITY-AT-EOF TO TRUE
               GO TO 0070-END
           END-IF.
           CLOSE CHARGEACTIVITY.
           SORT SORTWORK
               ON ASCENDING KEY SW-CUSTOMER-ID SW-POST-DATE
                                SW-TRANS-DATE
               USING CHARGEACTIVITY
               GIVING SORTEDACTIVITY.
           OPEN INPUT SORTEDACTIVITY.
           PERFORM 0120-READ-ACTIVITY.
       0070-END.

       0110-READ-ACCOUNT.
           IF NOT ACCOUNTS-AT-EOF
               READ CHARGEACCTS NEXT RECORD
                   AT END SET ACCOUNTS-AT-EOF TO TRUE
               END-READ
           END-IF.
       0110-END.

      *Blank lines on the activity file sort to the front and are
      *passed over here.
       0120-READ-ACTIVITY.
           READ SORTEDACTIVITY
               AT END SET ACTIVITY-AT-EOF TO TRUE
           END-READ.
           IF NOT ACTIVITY-AT-EOF
               IF CHARGE-ACTIVITY-RECORD = SPACES
                   GO TO 0120-READ-ACTIVITY
               END-IF
           END-IF.
       0120-END.

       0200-BILL-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ.
           PERFORM 0210-SKIP-ORPHAN-ACTIVITY
               UNTIL ACTIVITY-AT-EOF
                  OR CX-CUSTOMER-ID NOT < AR-CUSTOMER-ID.
           PERFORM 0250-NAME-CUSTOMER.
           MOVE "N" TO WS-BILLED-FLAG.
           MOVE "N" TO WS-STATEMENT-FLAG.
           MOVE "Y" TO WS-BALANCE-FLAG.
           IF AR-LAST-STMT-DATE NOT < WS-STMT-DATE
               SET ACCOUNT-ALREADY-BILLED TO TRUE
               ADD 1 TO WS-ALREADY-BILLED
               MOVE AR-LAST-STMT-BALANCE TO WS-CLOSING-BALANCE
               PERFORM 0215-SKIP-BILLED-ACTIVITY
                   UNTIL ACTIVITY-AT-EOF
                      OR CX-CUSTOMER-ID NOT = AR-CUSTOMER-ID
               GO TO 0290-REPORT-ACCOUNT
           END-IF.

           MOVE AR-LAST-STMT-BALANCE TO WS-OPENING-BALANCE.
           MOVE ZERO TO WS-CYCLE-CHARGES.
           MOVE ZERO TO WS-CYCLE-RETURNS.
           MOVE ZERO TO WS-CYCLE-PAYMENTS.
           MOVE ZERO TO WS-LATER-ACTIVITY.
           PERFORM 0215-SKIP-BILLED-ACTIVITY
               UNTIL ACTIVITY-AT-EOF
                  OR CX-CUSTOMER-ID NOT = AR-CUSTOMER-ID
                  OR CX-POST-DATE > AR-LAST-STMT-DATE.
           IF WS-OPENING-BALANCE NOT = ZERO
               SET STATEMENT-IS-PRINTING TO TRUE
           END-IF.
           IF NOT ACTIVITY-AT-EOF
               IF CX-CUSTOMER-ID = AR-CUSTOMER-ID
                  AND CX-POST-DATE NOT > WS-STMT-DATE
                   SET STATEMENT-IS-PRINTING TO TRUE
               END-IF
           END-IF.
           IF STATEMENT-IS-PRINTING
               PERFORM 0300-PRINT-STATEMENT-HEAD
           END-IF.
           PERFORM 0220-TAKE-CYCLE-ACTIVITY
               UNTIL ACTIVITY-AT-EOF
                  OR CX-CUSTOMER-ID NOT = AR-CUSTOMER-ID
                  OR CX-POST-DATE > WS-STMT-DATE.
           PERFORM 0225-TAKE-LATER-ACTIVITY
               UNTIL ACTIVITY-AT-EOF
                  OR CX-CUSTOMER-ID NOT = AR-CUSTOMER-ID.
           COMPUTE WS-CLOSING-BALANCE = WS-OPENING-BALANCE
               + WS-CYCLE-CHARGES + WS-CYCLE-RETURNS
               + WS-CYCLE-PAYMENTS.
           IF WS-CLOSING-BALANCE + WS-LATER-ACTIVITY
                   NOT = AR-BALANCE
               MOVE "N" TO WS-BALANCE-FLAG
               ADD 1 TO WS-OUT-OF-BALANCE
               DISPLAY "Account ", AR-CUSTOMER-ID,
                       " activity does not agree with balance: ",
                       "activity=", WS-CLOSING-BALANCE,
                       " later=", WS-LATER-ACTIVITY,
                       " balance=", AR-BALANCE
           END-IF.
           PERFORM 0400-AGE-ACCOUNT.
           IF STATEMENT-IS-PRINTING
               PERFORM 0320-PRINT-STATEMENT-TOTALS
           END-IF.
           MOVE WS-STMT-DATE TO AR-LAST-STMT-DATE.
           MOVE WS-CLOSING-BALANCE TO AR-LAST-STMT-BALANCE.
           REWRITE CHARGE-ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Charge account rewrite failed for ",
                           AR-CUSTOMER-ID
           END-REWRITE.

       0290-REPORT-ACCOUNT.
           IF WS-CLOSING-BALANCE NOT = ZERO
               PERFORM 0500-PRINT-AGING-LINE
           END-IF.
           IF WS-CLOSING-BALANCE > AR-CREDIT-LIMIT
               PERFORM 0550-PRINT-OVER-LIMIT
           END-IF.
           PERFORM 0110-READ-ACCOUNT.
       0200-END.

      *Activity for an account that is not on the master (closed
      *since, or keyed wrong) cannot be billed; it is counted so
      *somebody goes looking for it.
       0210-SKIP-ORPHAN-ACTIVITY.
           ADD 1 TO WS-ORPHAN-ACTIVITY.
           DISPLAY "Activity for no account skipped: ",
                   CHARGE-ACTIVITY-RECORD.
           PERFORM 0120-READ-ACTIVITY.
       0210-END.

      *Posted on or before the last statement: already billed.
       0215-SKIP-BILLED-ACTIVITY.
           PERFORM 0120-READ-ACTIVITY.
       0215-END.

       0220-TAKE-CYCLE-ACTIVITY.
           EVALUATE TRUE
               WHEN CX-IS-CHARGE
                   ADD CX-AMOUNT TO WS-CYCLE-CHARGES
                   MOVE "CHARGE" TO SD-DESCRIPTION
               WHEN CX-IS-RETURN
                   ADD CX-AMOUNT TO WS-CYCLE-RETURNS
                   MOVE "RETURN CREDIT" TO SD-DESCRIPTION
               WHEN CX-IS-PAYMENT
                   ADD CX-AMOUNT TO WS-CYCLE-PAYMENTS
                   MOVE "PAYMENT - THANK YOU" TO SD-DESCRIPTION
               WHEN OTHER
                   ADD CX-AMOUNT TO WS-CYCLE-CHARGES
                   MOVE "ADJUSTMENT" TO SD-DESCRIPTION
           END-EVALUATE.
           MOVE CX-TRANS-DATE TO SD-DATE.
           IF CX-IS-PAYMENT
               MOVE SPACES TO SD-STORE
           ELSE
               MOVE CX-STORE TO SD-STORE
           END-IF.
           MOVE CX-REFERENCE TO SD-REFERENCE.
           MOVE CX-AMOUNT TO SD-AMOUNT.
           WRITE STATEMENT-PRINT-LINE FROM STMT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 0120-READ-ACTIVITY.
       0220-END.

      *Posted after the statement date (a late month-end run):
      *next month's statement, but part of tonight's balance.
       0225-TAKE-LATER-ACTIVITY.
           ADD CX-AMOUNT TO WS-LATER-ACTIVITY.
           PERFORM 0120-READ-ACTIVITY.
       0225-END.

       0250-NAME-CUSTOMER.
           MOVE AR-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTMASTER
               INVALID KEY
                   MOVE SPACES TO CUSTMASTERRECORD
                   MOVE "*NOT ON CUSTOMER MASTER*" TO WS-CUSTOMER-NAME
                   MOVE SPACES TO WS-CITY-LINE
               NOT INVALID KEY
                   MOVE SPACES TO WS-CUSTOMER-NAME
                   STRING
                       FUNCTION TRIM(CM-FIRSTNAME)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(CM-LASTNAME)
                           DELIMITED BY SIZE
                       INTO WS-CUSTOMER-NAME
                   END-STRING
                   MOVE SPACES TO WS-CITY-LINE
                   STRING
                       FUNCTION TRIM(CM-CITY)
                           DELIMITED BY SIZE
                       ", " DELIMITED BY SIZE
                       CM-STATE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       FUNCTION TRIM(CM-ZIP)
                           DELIMITED BY SIZE
                       INTO WS-CITY-LINE
                   END-STRING
           END-READ.
       0250-END.

       0300-PRINT-STATEMENT-HEAD.
           ADD 1 TO WS-STATEMENTS-PRINTED.
           MOVE WS-STMT-DATE TO SH-STMT-DATE.
           WRITE STATEMENT-PRINT-LINE FROM STMT-HEADING-LINE
               AFTER ADVANCING PAGE.
           MOVE WS-CUSTOMER-NAME TO SA-TEXT.
           WRITE STATEMENT-PRINT-LINE FROM STMT-ADDRESS-LINE
               AFTER ADVANCING 3 LINES.
           MOVE CM-STREET TO SA-TEXT.
           WRITE STATEMENT-PRINT-LINE FROM STMT-ADDRESS-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-CITY-LINE TO SA-TEXT.
           WRITE STATEMENT-PRINT-LINE FROM STMT-ADDRESS-LINE
               AFTER ADVANCING 1 LINE.
           MOVE AR-CUSTOMER-ID TO SAC-ACCOUNT.
           MOVE AR-CREDIT-LIMIT TO SAC-LIMIT.
           IF AR-IS-ON-HOLD
               MOVE "ACCOUNT ON HOLD" TO SAC-STATUS
           ELSE
               MOVE SPACES TO SAC-STATUS
           END-IF.
           WRITE STATEMENT-PRINT-LINE FROM STMT-ACCOUNT-LINE
               AFTER ADVANCING 3 LINES.
           WRITE STATEMENT-PRINT-LINE FROM STMT-COLUMN-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "OPENING BALANCE" TO ST-LABEL.
           MOVE WS-OPENING-BALANCE TO ST-AMOUNT.
           WRITE STATEMENT-PRINT-LINE FROM STMT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
       0300-END.

       0320-PRINT-STATEMENT-TOTALS.
           MOVE "CHARGES" TO ST-LABEL.
           MOVE WS-CYCLE-CHARGES TO ST-AMOUNT.
           WRITE STATEMENT-PRINT-LINE FROM STMT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "RETURNS" TO ST-LABEL.
           MOVE WS-CYCLE-RETURNS TO ST-AMOUNT.
           WRITE STATEMENT-PRINT-LINE FROM STMT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "PAYMENTS" TO ST-LABEL.
           MOVE WS-CYCLE-PAYMENTS TO ST-AMOUNT.
           WRITE STATEMENT-PRINT-LINE FROM STMT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "CLOSING BALANCE" TO ST-LABEL.
           MOVE WS-CLOSING-BALANCE TO ST-AMOUNT.
           WRITE STATEMENT-PRINT-LINE FROM STMT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           WRITE STATEMENT-PRINT-LINE FROM STMT-AGING-HEAD-LINE
               AFTER ADVANCING 2 LINES.
           MOVE AR-AGE-CURRENT TO SG-CURRENT.
           MOVE AR-AGE-30 TO SG-30.
           MOVE AR-AGE-60 TO SG-60.
           MOVE AR-AGE-90 TO SG-90.
           WRITE STATEMENT-PRINT-LINE FROM STMT-AGING-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-CLOSING-BALANCE > AR-CREDIT-LIMIT
               MOVE "YOUR BALANCE IS OVER YOUR CREDIT LIMIT"
                   TO SN-TEXT
               WRITE STATEMENT-PRINT-LINE FROM STMT-NOTE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           IF AR-AGE-90 > ZERO
               MOVE "PART OF YOUR BALANCE IS OVER 90 DAYS PAST DUE"
                   TO SN-TEXT
               WRITE STATEMENT-PRINT-LINE FROM STMT-NOTE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       0320-END.

      *Balance-forward aging.  Last statement's buckets move one
      *column older; a credit left in any of them (an overpayment)
      *joins this month's payments and returns, which then retire
      *the oldest money first.  What they do not use up comes off
      *this month's charges, and the result is the new current --
      *negative if the account is in credit.
       0400-AGE-ACCOUNT.
           ADD AR-AGE-60 TO AR-AGE-90.
           MOVE AR-AGE-30 TO AR-AGE-60.
           MOVE AR-AGE-CURRENT TO AR-AGE-30.
           MOVE ZERO TO AR-AGE-CURRENT.
           COMPUTE WS-CREDITS-TO-APPLY =
               ZERO - WS-CYCLE-RETURNS - WS-CYCLE-PAYMENTS.
           IF AR-AGE-90 < ZERO
               SUBTRACT AR-AGE-90 FROM WS-CREDITS-TO-APPLY
               MOVE ZERO TO AR-AGE-90
           END-IF.
           IF AR-AGE-60 < ZERO
               SUBTRACT AR-AGE-60 FROM WS-CREDITS-TO-APPLY
               MOVE ZERO TO AR-AGE-60
           END-IF.
           IF AR-AGE-30 < ZERO
               SUBTRACT AR-AGE-30 FROM WS-CREDITS-TO-APPLY
               MOVE ZERO TO AR-AGE-30
           END-IF.
           IF WS-CREDITS-TO-APPLY > AR-AGE-90
               SUBTRACT AR-AGE-90 FROM WS-CREDITS-TO-APPLY
               MOVE ZERO TO AR-AGE-90
           ELSE
               SUBTRACT WS-CREDITS-TO-APPLY FROM AR-AGE-90
               MOVE ZERO TO WS-CREDITS-TO-APPLY
           END-IF.
           IF WS-CREDITS-TO-APPLY > AR-AGE-60
               SUBTRACT AR-AGE-60 FROM WS-CREDITS-TO-APPLY
               MOVE ZERO TO AR-AGE-60
           ELSE
               SUBTRACT WS-CREDITS-TO-APPLY FROM AR-AGE-60
               MOVE ZERO TO WS-CREDITS-TO-APPLY
           END-IF.
           IF WS-CREDITS-TO-APPLY > AR-AGE-30
               SUBTRACT AR-AGE-30 FROM WS-CREDITS-TO-APPLY
               MOVE ZERO TO AR-AGE-30
           ELSE
               SUBTRACT WS-CREDITS-TO-APPLY FROM AR-AGE-30
               MOVE ZERO TO WS-CREDITS-TO-APPLY
           END-IF.
           COMPUTE AR-AGE-CURRENT =
               WS-CYCLE-CHARGES - WS-CREDITS-TO-APPLY.
       0400-END.

       0500-PRINT-AGING-LINE.
           ADD 1 TO WS-ACCOUNTS-AGED.
           MOVE AR-CUSTOMER-ID TO AD-ACCOUNT.
           MOVE WS-CUSTOMER-NAME TO AD-NAME.
           MOVE AR-CREDIT-LIMIT TO AD-LIMIT.
           MOVE WS-CLOSING-BALANCE TO AD-BALANCE.
           MOVE AR-AGE-CURRENT TO AD-CURRENT.
           MOVE AR-AGE-30 TO AD-30.
           MOVE AR-AGE-60 TO AD-60.
           MOVE AR-AGE-90 TO AD-90.
           IF ACCOUNT-IN-BALANCE
               MOVE SPACES TO AD-NOTE
           ELSE
               MOVE "OUT OF BAL" TO AD-NOTE
           END-IF.
           WRITE AGING-PRINT-LINE FROM AGING-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD WS-CLOSING-BALANCE TO WS-TOTAL-BALANCE.
           ADD AR-AGE-CURRENT TO WS-TOTAL-CURRENT.
           ADD AR-AGE-30 TO WS-TOTAL-30.
           ADD AR-AGE-60 TO WS-TOTAL-60.
           ADD AR-AGE-90 TO WS-TOTAL-90.
       0500-END.

       0550-PRINT-OVER-LIMIT.
           ADD 1 TO WS-ACCOUNTS-OVER.
           MOVE AR-CUSTOMER-ID TO OD-ACCOUNT.
           MOVE WS-CUSTOMER-NAME TO OD-NAME.
           IF AR-IS-ON-HOLD
               MOVE "ON HOLD" TO OD-STATUS
           ELSE
               MOVE "ACTIVE" TO OD-STATUS
           END-IF.
           MOVE AR-CREDIT-LIMIT TO OD-LIMIT.
           MOVE WS-CLOSING-BALANCE TO OD-BALANCE.
           COMPUTE WS-OVER-LIMIT-BY =
               WS-CLOSING-BALANCE - AR-CREDIT-LIMIT.
           MOVE WS-OVER-LIMIT-BY TO OD-OVER-BY.
           MOVE AR-AGE-90 TO OD-90.
           IF AR-LAST-PAYMENT-DATE = ZERO
               MOVE "NONE" TO OD-LAST-PAYMENT-DATE
               MOVE ZERO TO OD-LAST-PAYMENT
           ELSE
               MOVE AR-LAST-PAYMENT-DATE TO OD-LAST-PAYMENT-DATE
               MOVE AR-LAST-PAYMENT TO OD-LAST-PAYMENT
           END-IF.
           WRITE OVERLIMIT-PRINT-LINE FROM OVER-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
       0550-END.

       0600-PRINT-AGING-TOTALS.
           IF WS-ACCOUNTS-AGED = ZERO
               WRITE AGING-PRINT-LINE FROM NONE-FOUND-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE WS-ACCOUNTS-AGED TO AT-ACCOUNTS.
           MOVE WS-TOTAL-BALANCE TO AT-BALANCE.
           MOVE WS-TOTAL-CURRENT TO AT-CURRENT.
           MOVE WS-TOTAL-30 TO AT-30.
           MOVE WS-TOTAL-60 TO AT-60.
           MOVE WS-TOTAL-90 TO AT-90.
           WRITE AGING-PRINT-LINE FROM AGING-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "STATEMENTS PRINTED" TO FL-LABEL.
           MOVE WS-STATEMENTS-PRINTED TO FL-COUNT.
           WRITE AGING-PRINT-LINE FROM FOOTING-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "ACCOUNTS ALREADY BILLED" TO FL-LABEL.
           MOVE WS-ALREADY-BILLED TO FL-COUNT.
           WRITE AGING-PRINT-LINE FROM FOOTING-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "ACCOUNTS OUT OF BALANCE" TO FL-LABEL.
           MOVE WS-OUT-OF-BALANCE TO FL-COUNT.
           WRITE AGING-PRINT-LINE FROM FOOTING-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "ACTIVITY LINES WITH NO ACCOUNT" TO FL-LABEL.
           MOVE WS-ORPHAN-ACTIVITY TO FL-COUNT.
           WRITE AGING-PRINT-LINE FROM FOOTING-LINE
               AFTER ADVANCING 1 LINE.
       0600-END.

       0061-GET-PROCESSING-DATE.
           OPEN INPUT RUNDATEFILE.
           IF WS-RUNDATE-CHECK-KEY = "00"
               READ RUNDATEFILE
                   AT END
                       ACCEPT WS-STMT-DATE FROM DATE YYYYMMDD
                   NOT AT END
                       MOVE RD-PROCESSING-DATE TO WS-STMT-DATE
               END-READ
               CLOSE RUNDATEFILE
           ELSE
               ACCEPT WS-STMT-DATE FROM DATE YYYYMMDD
           END-IF.
       0061-END.

       9000-END-PROGRAM.
           DISPLAY "Statement date:          ", WS-STMT-DATE.
           DISPLAY "Accounts read:           ", WS-ACCOUNTS-READ.
           DISPLAY "Statements printed:      ", WS-STATEMENTS-PRINTED.
           DISPLAY "Accounts already billed: ", WS-ALREADY-BILLED.
           DISPLAY "Accounts out of balance: ", WS-OUT-OF-BALANCE.
           DISPLAY "Accounts over limit:     ", WS-ACCOUNTS-OVER.
           DISPLAY "Activity with no account:", WS-ORPHAN-ACTIVITY.
           STOP RUN.

          END PROGRAM CUSTSTMT.

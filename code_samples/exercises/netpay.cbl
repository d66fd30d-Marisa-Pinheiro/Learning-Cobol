      *the main run writes it in key order, but a RAISEFIX pass
      *appends repaired employees at the end, and the balanced-line
      *match must see every id in sequence.
      *
      *Where TIMEPOST's LABORHOURS.DAT shows an employee's hours
      *split across departments, the regular and overtime pay are
      *shared out in proportion to the hours and written to
      *NETPAYLABOR.DAT, so GLPOST can charge the wages where the
      *work was done.
      *
      *An employee WELLCREDIT has found screened in the plan year
      *has the wellness premium credit taken off the health
      *deduction before it is withheld, never below zero, and the
      *credit given is written to NETPAYCREDITS.DAT so the pay
      *statement can show it as a line of its own.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE STATUS IS WS-DEDUCT-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

      *Withholding brackets by filing status, plus the value of one
      *allowance, so the January rate change is a file edit instead
      *of recalculating every employee's flat tax slot.
       SELECT TAXTABLEFILE ASSIGN TO "TAXTABLE.DAT"
           FILE STATUS IS WS-TAXTABLE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

      *The employer's own share -- payroll taxes, retirement match,
      *health premium -- by contribution code, with the wage base
      *each is capped at for the year.
       SELECT CONTRIBTABLEFILE ASSIGN TO "EMPLOYERRATES.DAT"
           FILE STATUS IS WS-CONTRIB-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

      *Year-to-date gross before this cycle (YTDUPDATE has not yet
      *rolled it forward), so a capped contribution stops once the
      *employee's wages for the year pass the base.
       SELECT YTDFILE ASSIGN TO "YTDEARNINGS.DAT"
           FILE STATUS IS WS-YTD-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

      *Cycle hours by employee and charge department off TIMEPOST.
      *Missing means no timecards were posted this cycle, and every
      *employee's pay stays with the home department.
       SELECT LABORHOURSFILE ASSIGN TO "LABORHOURS.DAT"
           FILE STATUS IS WS-LABOR-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT NETPAYFILE ASSIGN TO "NETPAY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *The pay components by charge department, one line per
      *department an employee's hours were split across.
       SELECT LABORDETAIL ASSIGN TO "NETPAYLABOR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT EXCEPTIONFILE ASSIGN TO "DEDUCTEXCEPTIONS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DEDUCTDETAIL ASSIGN TO "NETPAYDEDUCTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *This cycle's wellness premium credits off WELLCREDIT.  No
      *file means nobody has earned one.
       SELECT WELLCREDITFILE ASSIGN TO "WELLNESSCREDIT.DAT"
           FILE STATUS IS WS-WELLCREDIT-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

      *One line per credit actually given against a deduction, for
      *PAYSTATEMENT.  NETPAYDEDUCTS.DAT already carries the reduced
      *amount, so the ledger posting needs nothing from here.
       SELECT CREDITDETAIL ASSIGN TO "NETPAYCREDITS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *One line per employer contribution costed, the employer-side
      *companion to NETPAYDEDUCTS.DAT: GLPOST debits it to the
      *employee's department burden expense and credits the
      *contribution code's liability.
       SELECT EMPLOYERDETAIL ASSIGN TO "NETPAYEMPLOYER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *One line per step per cycle into the shared run ledger;
      *RECONCILE walks it at the end of the window and proves the
      *handoffs between steps.
       DATA DIVISION.
       FILE SECTION.
       FD NEWEMPFILE.
       01 NEWEMPRECORD             PIC X(85).

      * sd temporary file for the EMPLOYEEID re-sequencing
       SD SORTWORK.
       01 SORTWORKREC.
            04 SW-EMPLOYEEID        PIC 9(7).
            04 FILLER               PIC X(78).

       FD SORTEDEMP.
       01 NEWEMPLOYEE.
            04 NEW-HOURLY-RATE      PIC 9(4)V99.
            04 NEW-DEPARTMENT       PIC X(30).
            04 NEW-GENDER           PIC X.
            04 NEW-PAY-TYPE         PIC X.
               88 NEW-IS-SALARIED   VALUE "S".
            04 NEW-ANNUAL-SALARY    PIC 9(7)V99.

      *One deductions master record per employee: up to three
      *deductions, each a code, an A (flat amount) or P (percentage
      *of gross) type, and the amount or rate itself.  Unused slots
      *are left as spaces/zeros.  The filing status (S single, M
      *married, H head of household) and allowance count put the
      *employee on bracket withholding off TAXTABLE.DAT; a blank
      *status leaves them on whatever "T" slot they carry, and a
      *filing status replaces those slots with the bracket tax.
       FD DEDUCTMASTER.
       01 DEDUCTRECORD.
            88 ENDOFDEDUCT          VALUE HIGH-VALUES.
               05 DM-DEDUCT-CODE    PIC X(4).
               05 DM-DEDUCT-TYPE    PIC X.
               05 DM-DEDUCT-VALUE   PIC 9(4)V99.
            04 DM-FILING-STATUS     PIC X.
            04 DM-ALLOWANCES        PIC 9(2).

      *"B" lines are brackets, in ascending order within a filing
      *status: on cycle taxable gross over TT-OVER-AMOUNT, withhold
      *TT-BASE-TAX plus TT-RATE (01200 = 12%) of the excess.  One
      *"A" line carries the cycle value of a single allowance.
       FD TAXTABLEFILE.
       01 TAXTABLERECORD.
            88 ENDOFTAXTABLE        VALUE HIGH-VALUES.
            02 TT-RECORD-TYPE       PIC X.
               88 TT-IS-BRACKET     VALUE "B".
               88 TT-IS-ALLOWANCE   VALUE "A".
            02 TT-FILING-STATUS     PIC X.
            02 TT-BRACKET-DATA.
               04 TT-OVER-AMOUNT    PIC 9(7)V99.
               04 TT-BASE-TAX       PIC 9(7)V99.
               04 TT-RATE           PIC 9V9(4).
            02 TT-ALLOWANCE-DATA REDEFINES TT-BRACKET-DATA.
               04 TT-ALLOWANCE-AMOUNT PIC 9(7)V99.
               04 FILLER            PIC X(14).

      *One contribution per line: code, type (P percent of gross,
      *A flat amount per cycle, M match -- percent of gross but never
      *more than the employee put in under ER-REQUIRES-CODE), the
      *percent or amount, the annual wage base (zero for none), and
      *an optional deduction code the employee must have had taken
      *this cycle for the contribution to apply at all.
       FD CONTRIBTABLEFILE.
       01 CONTRIBTABLERECORD.
            88 ENDOFCONTRIBS        VALUE HIGH-VALUES.
            02 ER-CONTRIB-CODE      PIC X(4).
            02 ER-CONTRIB-TYPE      PIC X.
            02 ER-CONTRIB-VALUE     PIC 9(4)V99.
            02 ER-WAGE-BASE         PIC 9(7)V99.
            02 ER-REQUIRES-CODE     PIC X(4).
            02 ER-DESCRIPTION       PIC X(20).

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

       FD LABORHOURSFILE.
       01 LABORHOURSRECORD.
            88 ENDOFLABORHOURS      VALUE HIGH-VALUES.
            04 LH-EMPLOYEEID        PIC 9(7).
            04 LH-HOME-DEPT         PIC X(30).
            04 LH-CHARGE-DEPT       PIC X(30).
            04 LH-HOURS             PIC 9(5).

       FD LABORDETAIL.
       01 LABORDETAILRECORD.
            04 NL-EMPLOYEEID        PIC 9(7).
            04 NL-HOME-DEPT         PIC X(30).
            04 NL-CHARGE-DEPT       PIC X(30).
            04 NL-HOURS             PIC 9(5).
            04 NL-REGULAR-PAY       PIC 9(7)V99.
            04 NL-OVERTIME-PAY      PIC 9(7)V99.

      *Gross is carried in total and split into its regular and
      *overtime pieces, so the ledger shows the premium instead of
            04 DD-DEDUCT-CODE       PIC X(4).
            04 DD-AMOUNT            PIC 9(7)V99.

       FD WELLCREDITFILE.
           COPY WELLCRED.
      *(WELLNESS-CREDIT-RECORD, from copybooks/WELLCRED.CPY)

       FD CREDITDETAIL.
       01 CREDITDETAILRECORD.
            04 NC-EMPLOYEEID        PIC 9(7).
            04 NC-CREDIT-CODE       PIC X(4).
            04 NC-DEDUCT-CODE       PIC X(4).
            04 NC-AMOUNT            PIC 9(7)V99.

       FD EMPLOYERDETAIL.
       01 EMPLOYERDETAILRECORD.
            04 EC-EMPLOYEEID        PIC 9(7).
            04 EC-CONTRIB-CODE      PIC X(4).
            04 EC-AMOUNT            PIC 9(7)V99.

       FD RUNLEDGERFILE.
           COPY RUNLEDGR.
      *(RUN-LEDGER-RECORD, from copybooks/RUNLEDGR.CPY)

      *Union contract: hours past 160 in the month price at time and
      *a half.  The same split feeds YTDUPDATE's roll-forward and the
      *pay statement, so every figure downstream agrees.  Salaried
      *staff are paid a twelfth of the annual salary each monthly
      *cycle, all of it regular pay.
       01  WS-OVERTIME-TERMS.
           05  WS-OT-THRESHOLD-HOURS PIC 9(3) VALUE 160.
           05  WS-OT-MULTIPLIER     PIC 9V9 VALUE 1.5.
           05  WS-CYCLES-PER-YEAR   PIC 9(2) VALUE 12.

       01  WS-PAY-FIELDS.
           05  WS-REGULAR-HOURS     PIC 9(3).
               10  WS-ARR-SETTLED    PIC X VALUE "N".
       01  WS-ARREARS-CHECK-KEY     PIC X(2).

      *Bracket withholding: the brackets as loaded, the allowance
      *value, and the liability code the withheld tax posts under
      *(a "T" code, so it takes first place in the priority order).
       01  WS-TAXTABLE-CHECK-KEY    PIC X(2).
       01  WS-BRACKET-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-BRACKET-TABLE.
           05  WS-BRACKET-ENTRY OCCURS 60 TIMES
                   INDEXED BY BRK-IDX.
               10  WS-BRK-STATUS     PIC X VALUE SPACE.
               10  WS-BRK-OVER       PIC 9(7)V99 VALUE ZERO.
               10  WS-BRK-BASE-TAX   PIC 9(7)V99 VALUE ZERO.
               10  WS-BRK-RATE       PIC 9V9(4) VALUE ZERO.
       01  WS-ALLOWANCE-AMOUNT      PIC 9(7)V99 VALUE ZERO.
       01  WS-TAX-CODE              PIC X(4) VALUE "TINC".
       01  WS-TAX-FIELDS.
           05  WS-ALLOWANCE-TOTAL   PIC 9(9)V99.
           05  WS-TAXABLE-GROSS     PIC S9(7)V99.
           05  WS-FOUND-BRACKET     PIC 9(3).
       01  WS-NO-BRACKET-COUNT      PIC 9(5) VALUE ZERO.

      *Employer contribution table, and each employee's gross for
      *the year so far off the pre-cycle YTDEARNINGS.DAT.
       01  WS-CONTRIB-CHECK-KEY     PIC X(2).
       01  WS-CONTRIB-COUNT         PIC 9(2) VALUE ZERO.
       01  WS-CONTRIB-TABLE.
           05  WS-CONTRIB-ENTRY OCCURS 20 TIMES
                   INDEXED BY CON-IDX.
               10  WS-CON-CODE       PIC X(4) VALUE SPACES.
               10  WS-CON-TYPE       PIC X VALUE SPACE.
               10  WS-CON-VALUE      PIC 9(4)V99 VALUE ZERO.
               10  WS-CON-WAGE-BASE  PIC 9(7)V99 VALUE ZERO.
               10  WS-CON-REQ-CODE   PIC X(4) VALUE SPACES.
       01  WS-YTD-CHECK-KEY         PIC X(2).
       01  WS-YTD-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-YTD-TABLE.
           05  WS-YTD-ENTRY OCCURS 500 TIMES
                   INDEXED BY YTD-IDX.
               10  WS-YTD-EMPLOYEEID PIC 9(7) VALUE ZERO.
               10  WS-YTD-GROSS      PIC 9(9)V99 VALUE ZERO.
       01  WS-RUN-DATE-PARTS.
           05  WS-RUN-YEAR          PIC 9(4).
           05  WS-RUN-MMDD          PIC 9(4).

      *What this employee actually had taken this cycle, by code, so
      *a match can be held to the employee's own contribution.
       01  WS-TAKEN-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-TAKEN-TABLE.
           05  WS-TAKEN-ENTRY OCCURS 10 TIMES
                   INDEXED BY TKN-IDX.
               10  WS-TKN-CODE       PIC X(4) VALUE SPACES.
               10  WS-TKN-AMOUNT     PIC 9(7)V99 VALUE ZERO.

       01  WS-EMPLOYER-FIELDS.
           05  WS-PRIOR-YTD-GROSS   PIC 9(9)V99.
           05  WS-SUBJECT-WAGES     PIC S9(9)V99.
           05  WS-BASE-ROOM         PIC S9(9)V99.
           05  WS-REQUIRED-TAKEN    PIC 9(7)V99.
           05  WS-EMPLOYER-AMOUNT   PIC 9(7)V99.
           05  WS-CONTRIB-APPLIES   PIC X.
       01  WS-EMPLOYER-TOTAL        PIC 9(11)V99 VALUE ZERO.

      *Every BACKPAY.DAT record rides through to BACKPAY.NEW: open
      *ones matched this cycle go out marked "D" with today's date,
      *open ones for employees not in this cycle stay open, and
               10  WS-BKP-STATUS     PIC X VALUE SPACE.
               10  WS-BKP-DISB-DATE  PIC 9(8) VALUE ZERO.
       01  WS-BACKPAY-CHECK-KEY     PIC X(2).

      *This cycle's labor split, and the running share already
      *given out for the employee being paid -- the last department
      *takes whatever is left so the pieces sum to the pay exactly.
       01  WS-LABOR-CHECK-KEY       PIC X(2).
       01  WS-LABOR-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-LABOR-TABLE.
           05  WS-LABOR-ENTRY OCCURS 1500 TIMES
                   INDEXED BY LAB-IDX.
               10  WS-LAB-EMPLOYEEID PIC 9(7) VALUE ZERO.
               10  WS-LAB-HOME-DEPT  PIC X(30) VALUE SPACES.
               10  WS-LAB-CHARGE-DEPT PIC X(30) VALUE SPACES.
               10  WS-LAB-HOURS      PIC 9(5) VALUE ZERO.
       01  WS-LABOR-FIELDS.
           05  WS-SPLIT-HOURS       PIC 9(5).
           05  WS-LAST-SPLIT        PIC 9(4).
           05  WS-SPLIT-REGULAR     PIC 9(7)V99.
           05  WS-SPLIT-OVERTIME    PIC 9(7)V99.
           05  WS-REGULAR-LEFT      PIC 9(7)V99.
           05  WS-OVERTIME-LEFT     PIC 9(7)V99.
       01  WS-LABOR-LINE-COUNT      PIC 9(5) VALUE ZERO.

      *Wellness credits in force on this processing date, by
      *employee and the deduction code they come off.
       01  WS-WELLCREDIT-CHECK-KEY  PIC X(2).
       01  WS-WELLCREDIT-EOF-FLAG   PIC X VALUE "N".
           88  WELLCREDIT-AT-EOF    VALUE "Y".
       01  WS-WELLCREDIT-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-WELLCREDIT-TABLE.
           05  WS-WELLCREDIT-ENTRY OCCURS 500 TIMES
                   INDEXED BY WCR-IDX.
               10  WS-WCR-EMPLOYEEID PIC 9(7) VALUE ZERO.
               10  WS-WCR-CODE       PIC X(4) VALUE SPACES.
               10  WS-WCR-AMOUNT     PIC 9(4)V99 VALUE ZERO.
       01  WS-WELLNESS-CREDIT-CODE  PIC X(4) VALUE "WELL".
       01  WS-CREDIT-GIVEN          PIC 9(7)V99.
       01  WS-CREDIT-TOTAL          PIC 9(9)V99 VALUE ZERO.
       01  WS-CREDIT-LINE-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-BACKPAY-PAY           PIC 9(7)V99.
       01  WS-BACKPAY-PAID-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-RUN-DATE              PIC 9(8).
       PROCEDURE DIVISION.
       0100-MATCH-DEDUCTIONS.
           PERFORM 0095-GET-PROCESSING-DATE.
           PERFORM 0050-LOAD-TAX-TABLE.
           PERFORM 0060-LOAD-CONTRIB-TABLE.
           PERFORM 0070-LOAD-YTD-GROSS.
           PERFORM 0080-LOAD-LABOR-HOURS.
           PERFORM 0090-LOAD-WELLNESS-CREDITS.
           OPEN INPUT NEWEMPFILE.
           IF WS-NEWEMP-CHECK-KEY NOT = "00"
               DISPLAY "Non-zero file status: ",
           OPEN OUTPUT NEWARREARSFILE.
           OPEN OUTPUT NEWBACKPAYFILE.
           OPEN OUTPUT DEDUCTDETAIL.
           OPEN OUTPUT EMPLOYERDETAIL.
           OPEN OUTPUT LABORDETAIL.
           OPEN OUTPUT CREDITDETAIL.
           PERFORM 0130-LOAD-ARREARS.
           PERFORM 0150-LOAD-BACKPAY.

           PERFORM 0160-WRITE-BACKPAY-FORWARD.
           CLOSE SORTEDEMP, DEDUCTMASTER, NETPAYFILE,
               EXCEPTIONFILE, NEWARREARSFILE, NEWBACKPAYFILE,
               DEDUCTDETAIL, EMPLOYERDETAIL, LABORDETAIL,
               CREDITDETAIL.
           PERFORM 9000-END-PROGRAM.
       0100-END.

      *Unlike the arrears and back-pay files, the tax table is not
      *optional: a cycle run without it would pay everyone on
      *bracket withholding gross of tax.
       0050-LOAD-TAX-TABLE.
           OPEN INPUT TAXTABLEFILE.
           IF WS-TAXTABLE-CHECK-KEY NOT = "00"
               DISPLAY "Non-zero file status: ",
                       WS-TAXTABLE-CHECK-KEY, " on TAXTABLE.DAT"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0055-LOAD-ONE-BRACKET UNTIL ENDOFTAXTABLE.
           CLOSE TAXTABLEFILE.
       0050-END.

       0055-LOAD-ONE-BRACKET.
           READ TAXTABLEFILE
               AT END SET ENDOFTAXTABLE TO TRUE
               NOT AT END
                   IF TAXTABLERECORD NOT = SPACES
                       EVALUATE TRUE
                           WHEN TT-IS-ALLOWANCE
                               MOVE TT-ALLOWANCE-AMOUNT
                                   TO WS-ALLOWANCE-AMOUNT
                           WHEN TT-IS-BRACKET
                                AND WS-BRACKET-COUNT < 60
                               ADD 1 TO WS-BRACKET-COUNT
                               SET BRK-IDX TO WS-BRACKET-COUNT
                               MOVE TT-FILING-STATUS
                                   TO WS-BRK-STATUS(BRK-IDX)
                               MOVE TT-OVER-AMOUNT
                                   TO WS-BRK-OVER(BRK-IDX)
                               MOVE TT-BASE-TAX
                                   TO WS-BRK-BASE-TAX(BRK-IDX)
                               MOVE TT-RATE TO WS-BRK-RATE(BRK-IDX)
                           WHEN TT-IS-BRACKET
                               DISPLAY "TAXTABLE.DAT: table full at "
                                       "60 brackets, ignoring line"
                           WHEN OTHER
                               DISPLAY "TAXTABLE.DAT: bad record "
                                       "type, line ignored"
                       END-EVALUATE
                   END-IF
           END-READ.
       0055-END.

      *The contribution table is required for the same reason: a
      *cycle costed without it posts no burden at all.
       0060-LOAD-CONTRIB-TABLE.
           OPEN INPUT CONTRIBTABLEFILE.
           IF WS-CONTRIB-CHECK-KEY NOT = "00"
               DISPLAY "Non-zero file status: ",
                       WS-CONTRIB-CHECK-KEY, " on EMPLOYERRATES.DAT"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0065-LOAD-ONE-CONTRIB UNTIL ENDOFCONTRIBS.
           CLOSE CONTRIBTABLEFILE.
       0060-END.

       0065-LOAD-ONE-CONTRIB.
           READ CONTRIBTABLEFILE
               AT END SET ENDOFCONTRIBS TO TRUE
               NOT AT END
                   IF CONTRIBTABLERECORD NOT = SPACES
                       IF WS-CONTRIB-COUNT < 20
                           ADD 1 TO WS-CONTRIB-COUNT
                           SET CON-IDX TO WS-CONTRIB-COUNT
                           MOVE ER-CONTRIB-CODE
                               TO WS-CON-CODE(CON-IDX)
                           MOVE ER-CONTRIB-TYPE
                               TO WS-CON-TYPE(CON-IDX)
                           MOVE ER-CONTRIB-VALUE
                               TO WS-CON-VALUE(CON-IDX)
                           MOVE ER-WAGE-BASE
                               TO WS-CON-WAGE-BASE(CON-IDX)
                           MOVE ER-REQUIRES-CODE
                               TO WS-CON-REQ-CODE(CON-IDX)
                       ELSE
                           DISPLAY "EMPLOYERRATES.DAT: table full at "
                                   "20 codes, ignoring ",
                                   ER-CONTRIB-CODE
                       END-IF
                   END-IF
           END-READ.
       0065-END.

      *Only this year's totals count toward a wage base; a missing
      *YTDEARNINGS.DAT (first cycle of the file) means nobody has
      *earned anything yet.
       0070-LOAD-YTD-GROSS.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-PARTS.
           OPEN INPUT YTDFILE.
           IF WS-YTD-CHECK-KEY = "00"
               PERFORM 0075-LOAD-ONE-YTD UNTIL ENDOFYTD
               CLOSE YTDFILE
           END-IF.
       0070-END.

       0075-LOAD-ONE-YTD.
           READ YTDFILE
               AT END SET ENDOFYTD TO TRUE
               NOT AT END
                   IF YTDRECORD NOT = SPACES
                      AND YTD-YEAR = WS-RUN-YEAR
                       IF WS-YTD-COUNT < 500
                           ADD 1 TO WS-YTD-COUNT
                           SET YTD-IDX TO WS-YTD-COUNT
                           MOVE YTD-EMPLOYEEID
                               TO WS-YTD-EMPLOYEEID(YTD-IDX)
                           MOVE YTD-GROSS TO WS-YTD-GROSS(YTD-IDX)
                       ELSE
                           DISPLAY "YTD table full at 500 entries, "
                                   "no wage base for ",
                                   YTD-EMPLOYEEID
                       END-IF
                   END-IF
           END-READ.
       0075-END.

       0080-LOAD-LABOR-HOURS.
           OPEN INPUT LABORHOURSFILE.
           IF WS-LABOR-CHECK-KEY = "00"
               PERFORM 0085-LOAD-ONE-LABOR-LINE UNTIL ENDOFLABORHOURS
               CLOSE LABORHOURSFILE
           END-IF.
       0080-END.

       0085-LOAD-ONE-LABOR-LINE.
           READ LABORHOURSFILE
               AT END SET ENDOFLABORHOURS TO TRUE
               NOT AT END
                   IF LABORHOURSRECORD NOT = SPACES
                       IF WS-LABOR-COUNT < 1500
                           ADD 1 TO WS-LABOR-COUNT
                           SET LAB-IDX TO WS-LABOR-COUNT
                           MOVE LH-EMPLOYEEID
                               TO WS-LAB-EMPLOYEEID(LAB-IDX)
                           MOVE LH-HOME-DEPT
                               TO WS-LAB-HOME-DEPT(LAB-IDX)
                           MOVE LH-CHARGE-DEPT
                               TO WS-LAB-CHARGE-DEPT(LAB-IDX)
                           MOVE LH-HOURS TO WS-LAB-HOURS(LAB-IDX)
                       ELSE
                           DISPLAY "Labor table full at 1500 "
                                   "entries, pay charged home for ",
                                   LH-EMPLOYEEID
                       END-IF
                   END-IF
           END-READ.
       0085-END.

      *A credit only counts while the processing date is inside
      *the plan year it was earned for.
       0090-LOAD-WELLNESS-CREDITS.
           OPEN INPUT WELLCREDITFILE.
           IF WS-WELLCREDIT-CHECK-KEY = "00"
               PERFORM 0092-LOAD-ONE-CREDIT UNTIL WELLCREDIT-AT-EOF
               CLOSE WELLCREDITFILE
           END-IF.
       0090-END.

       0092-LOAD-ONE-CREDIT.
           READ WELLCREDITFILE
               AT END SET WELLCREDIT-AT-EOF TO TRUE
               NOT AT END
                   IF WELLNESS-CREDIT-RECORD NOT = SPACES
                      AND WS-RUN-DATE NOT < WC-PLAN-START
                      AND WS-RUN-DATE NOT > WC-PLAN-END
                       IF WS-WELLCREDIT-COUNT < 500
                           ADD 1 TO WS-WELLCREDIT-COUNT
                           SET WCR-IDX TO WS-WELLCREDIT-COUNT
                           MOVE WC-EMPLOYEEID
                               TO WS-WCR-EMPLOYEEID(WCR-IDX)
                           MOVE WC-DEDUCT-CODE TO WS-WCR-CODE(WCR-IDX)
                           MOVE WC-CREDIT-AMOUNT
                               TO WS-WCR-AMOUNT(WCR-IDX)
                       ELSE
                           DISPLAY "Wellness credit table full at "
                                   "500 entries, no credit for ",
                                   WC-EMPLOYEEID
                       END-IF
                   END-IF
           END-READ.
       0092-END.

      *No BACKPAY.DAT on file just means no retroactive run left
      *anything to settle.
       0150-LOAD-BACKPAY.
           PERFORM 0305-SPLIT-GROSS-PAY.
           PERFORM 0307-ADD-BACK-PAY.
           MOVE ZERO TO WS-TOTAL-DEDUCTIONS.
           MOVE ZERO TO WS-TAKEN-COUNT.
           MOVE WS-GROSS-PAY TO WS-AVAILABLE-PAY.
           COMPUTE WS-GARNISH-ROOM ROUNDED =
               WS-GROSS-PAY * WS-GARNISH-CAP-PCT.
           IF WS-NET-PAY < ZERO
               MOVE ZERO TO WS-NET-PAY
           END-IF.
           PERFORM 0350-COST-EMPLOYER-SHARE.
           PERFORM 0360-DISTRIBUTE-LABOR.
           MOVE SPACES TO NETPAYRECORD.
           MOVE NEW-EMPLOYEEID TO NP-EMPLOYEEID.
           MOVE WS-GROSS-PAY TO NP-GROSS-PAY.
      *Gross pay is no longer a flat rate-times-hours: the hours
      *past the monthly threshold price at the contract premium, and
      *both pieces ride forward separately so the checks match what
      *people are actually owed.  A salaried employee's cycle is a
      *fixed share of the salary with no overtime, whatever the
      *hours.
       0305-SPLIT-GROSS-PAY.
           IF NEW-IS-SALARIED
               MOVE NEW-HOURSWORKED TO WS-REGULAR-HOURS
               MOVE ZERO TO WS-OVERTIME-HOURS
               COMPUTE WS-REGULAR-PAY ROUNDED =
                   NEW-ANNUAL-SALARY / WS-CYCLES-PER-YEAR
               MOVE ZERO TO WS-OVERTIME-PAY
           ELSE
               IF NEW-HOURSWORKED > WS-OT-THRESHOLD-HOURS
                   MOVE WS-OT-THRESHOLD-HOURS TO WS-REGULAR-HOURS
                   COMPUTE WS-OVERTIME-HOURS =
                       NEW-HOURSWORKED - WS-OT-THRESHOLD-HOURS
               ELSE
                   MOVE NEW-HOURSWORKED TO WS-REGULAR-HOURS
                   MOVE ZERO TO WS-OVERTIME-HOURS
               END-IF
               COMPUTE WS-REGULAR-PAY =
                   NEW-HOURLY-RATE * WS-REGULAR-HOURS
               COMPUTE WS-OVERTIME-PAY ROUNDED =
                   NEW-HOURLY-RATE * WS-OT-MULTIPLIER
                   * WS-OVERTIME-HOURS
           END-IF.
           COMPUTE WS-GROSS-PAY =
               WS-REGULAR-PAY + WS-OVERTIME-PAY.
       0305-END.
      *first, then any arrears of the same class left over from the
      *last cycle.
       0325-APPLY-ONE-CLASS.
           IF WS-CURRENT-CLASS = 1 AND DM-FILING-STATUS NOT = SPACE
               PERFORM 0340-WITHHOLD-INCOME-TAX
           END-IF.
           PERFORM 0330-APPLY-ONE-DEDUCTION
               VARYING WS-DEDUCT-IDX FROM 1 BY 1
               UNTIL WS-DEDUCT-IDX > 3.
               UNTIL ARR-IDX > WS-ARREARS-COUNT.
       0325-END.

      *An employee on bracket withholding has had the income tax
      *taken by 0340 already, so a "T" slot left on the master is
      *passed over rather than withheld a second time.
       0330-APPLY-ONE-DEDUCTION.
           IF DM-DEDUCT-CODE(WS-DEDUCT-IDX) NOT = SPACES
               MOVE DM-DEDUCT-CODE(WS-DEDUCT-IDX)
                   TO WS-CLASSIFY-CODE
               PERFORM 0332-CLASSIFY-DEDUCT-CODE
               IF WS-DEDUCT-CLASS = 1
                  AND DM-FILING-STATUS NOT = SPACE
                   MOVE ZERO TO WS-DEDUCT-CLASS
               END-IF
               IF WS-DEDUCT-CLASS = WS-CURRENT-CLASS
                   IF DM-DEDUCT-TYPE(WS-DEDUCT-IDX) = "P"
                       COMPUTE WS-WANTED-AMOUNT ROUNDED =
                   END-IF
                   MOVE DM-DEDUCT-CODE(WS-DEDUCT-IDX)
                       TO WS-TAKE-CODE
                   PERFORM 0334-APPLY-WELLNESS-CREDIT
                   PERFORM 0335-TAKE-ONE-AMOUNT
               END-IF
           END-IF.
           END-EVALUATE.
       0332-END.

      *The credit comes off what the deduction asks for this cycle,
      *ahead of the take, so only the reduced premium is withheld
      *or falls into arrears.  An arrear retried from last cycle is
      *already net of that cycle's credit and gets none.
       0334-APPLY-WELLNESS-CREDIT.
           SET WCR-IDX TO 1.
           SEARCH WS-WELLCREDIT-ENTRY
               AT END
                   CONTINUE
               WHEN WCR-IDX > WS-WELLCREDIT-COUNT
                   CONTINUE
               WHEN WS-WCR-EMPLOYEEID(WCR-IDX) = NEW-EMPLOYEEID
                AND WS-WCR-CODE(WCR-IDX) = WS-TAKE-CODE
                   IF WS-WCR-AMOUNT(WCR-IDX) > WS-WANTED-AMOUNT
                       MOVE WS-WANTED-AMOUNT TO WS-CREDIT-GIVEN
                   ELSE
                       MOVE WS-WCR-AMOUNT(WCR-IDX) TO WS-CREDIT-GIVEN
                   END-IF
                   IF WS-CREDIT-GIVEN > ZERO
                       SUBTRACT WS-CREDIT-GIVEN FROM WS-WANTED-AMOUNT
                       MOVE SPACES TO CREDITDETAILRECORD
                       MOVE NEW-EMPLOYEEID TO NC-EMPLOYEEID
                       MOVE WS-WELLNESS-CREDIT-CODE TO NC-CREDIT-CODE
                       MOVE WS-TAKE-CODE TO NC-DEDUCT-CODE
                       MOVE WS-CREDIT-GIVEN TO NC-AMOUNT
                       WRITE CREDITDETAILRECORD
                           AFTER ADVANCING 1 LINE
                       ADD WS-CREDIT-GIVEN TO WS-CREDIT-TOTAL
                       ADD 1 TO WS-CREDIT-LINE-COUNT
                   END-IF
           END-SEARCH.
       0334-END.

      *Take what the cheque (and, for a garnishment, the statutory
      *share) can actually bear; whatever is left owing goes to the
      *arrears file for the next cycle to retry.
               MOVE WS-TAKE-CODE TO DD-DEDUCT-CODE
               MOVE WS-TAKEN-AMOUNT TO DD-AMOUNT
               WRITE DEDUCTDETAILRECORD AFTER ADVANCING 1 LINE
               IF WS-TAKEN-COUNT < 10
                   ADD 1 TO WS-TAKEN-COUNT
                   SET TKN-IDX TO WS-TAKEN-COUNT
                   MOVE WS-TAKE-CODE TO WS-TKN-CODE(TKN-IDX)
                   MOVE WS-TAKEN-AMOUNT TO WS-TKN-AMOUNT(TKN-IDX)
               END-IF
           END-IF.
           COMPUTE WS-SHORT-AMOUNT =
               WS-WANTED-AMOUNT - WS-TAKEN-AMOUNT.
           END-IF.
       0335-END.

      *Bracket withholding on the cycle's taxable gross -- overtime
      *and back pay included, less the allowances claimed -- taken
      *ahead of everything else in the tax class.  The last bracket
      *for the filing status whose floor the taxable gross clears is
      *the one that applies.
       0340-WITHHOLD-INCOME-TAX.
           COMPUTE WS-ALLOWANCE-TOTAL =
               WS-ALLOWANCE-AMOUNT * DM-ALLOWANCES.
           COMPUTE WS-TAXABLE-GROSS =
               WS-GROSS-PAY - WS-ALLOWANCE-TOTAL.
           IF WS-TAXABLE-GROSS < ZERO
               MOVE ZERO TO WS-TAXABLE-GROSS
           END-IF.
           MOVE ZERO TO WS-FOUND-BRACKET.
           PERFORM 0342-TRY-ONE-BRACKET
               VARYING BRK-IDX FROM 1 BY 1
               UNTIL BRK-IDX > WS-BRACKET-COUNT.
           IF WS-FOUND-BRACKET = ZERO
               MOVE SPACES TO EXCEPTIONRECORD
               MOVE NEW-EMPLOYEEID TO EX-EMPLOYEEID
               MOVE "NO TAX BRACKET FOR FILING STATUS"
                   TO EX-MESSAGE
               WRITE EXCEPTIONRECORD AFTER ADVANCING 1 LINE
               ADD 1 TO WS-NO-BRACKET-COUNT
           ELSE
               SET BRK-IDX TO WS-FOUND-BRACKET
               COMPUTE WS-WANTED-AMOUNT ROUNDED =
                   WS-BRK-BASE-TAX(BRK-IDX)
                   + (WS-TAXABLE-GROSS - WS-BRK-OVER(BRK-IDX))
                   * WS-BRK-RATE(BRK-IDX)
               MOVE WS-TAX-CODE TO WS-TAKE-CODE
               PERFORM 0335-TAKE-ONE-AMOUNT
           END-IF.
       0340-END.

       0342-TRY-ONE-BRACKET.
           IF WS-BRK-STATUS(BRK-IDX) = DM-FILING-STATUS
              AND WS-BRK-OVER(BRK-IDX) NOT > WS-TAXABLE-GROSS
               SET WS-FOUND-BRACKET TO BRK-IDX
           END-IF.
       0342-END.

      *The employer's cost for this employee, one line per code
      *that applies: wages subject to a capped contribution stop at
      *whatever is left of the wage base after the year so far.
       0350-COST-EMPLOYER-SHARE.
           MOVE ZERO TO WS-PRIOR-YTD-GROSS.
           SET YTD-IDX TO 1.
           SEARCH WS-YTD-ENTRY
               AT END
                   CONTINUE
               WHEN WS-YTD-EMPLOYEEID(YTD-IDX) = NEW-EMPLOYEEID
                   MOVE WS-YTD-GROSS(YTD-IDX) TO WS-PRIOR-YTD-GROSS
           END-SEARCH.
           PERFORM 0355-COST-ONE-CONTRIBUTION
               VARYING CON-IDX FROM 1 BY 1
               UNTIL CON-IDX > WS-CONTRIB-COUNT.
       0350-END.

       0355-COST-ONE-CONTRIBUTION.
           MOVE "Y" TO WS-CONTRIB-APPLIES.
           MOVE ZERO TO WS-REQUIRED-TAKEN.
           IF WS-CON-REQ-CODE(CON-IDX) NOT = SPACES
               MOVE "N" TO WS-CONTRIB-APPLIES
               PERFORM 0357-FIND-REQUIRED-TAKEN
                   VARYING TKN-IDX FROM 1 BY 1
                   UNTIL TKN-IDX > WS-TAKEN-COUNT
           END-IF.
           IF WS-CONTRIB-APPLIES = "Y"
               MOVE WS-GROSS-PAY TO WS-SUBJECT-WAGES
               IF WS-CON-WAGE-BASE(CON-IDX) > ZERO
                   COMPUTE WS-BASE-ROOM =
                       WS-CON-WAGE-BASE(CON-IDX) - WS-PRIOR-YTD-GROSS
                   IF WS-BASE-ROOM < ZERO
                       MOVE ZERO TO WS-BASE-ROOM
                   END-IF
                   IF WS-SUBJECT-WAGES > WS-BASE-ROOM
                       MOVE WS-BASE-ROOM TO WS-SUBJECT-WAGES
                   END-IF
               END-IF
               EVALUATE WS-CON-TYPE(CON-IDX)
                   WHEN "A"
                       MOVE WS-CON-VALUE(CON-IDX)
                           TO WS-EMPLOYER-AMOUNT
                   WHEN "M"
                       COMPUTE WS-EMPLOYER-AMOUNT ROUNDED =
                           WS-SUBJECT-WAGES
                           * WS-CON-VALUE(CON-IDX) / 100
                       IF WS-EMPLOYER-AMOUNT > WS-REQUIRED-TAKEN
                           MOVE WS-REQUIRED-TAKEN
                               TO WS-EMPLOYER-AMOUNT
                       END-IF
                   WHEN OTHER
                       COMPUTE WS-EMPLOYER-AMOUNT ROUNDED =
                           WS-SUBJECT-WAGES
                           * WS-CON-VALUE(CON-IDX) / 100
               END-EVALUATE
               IF WS-EMPLOYER-AMOUNT > ZERO
                   MOVE SPACES TO EMPLOYERDETAILRECORD
                   MOVE NEW-EMPLOYEEID TO EC-EMPLOYEEID
                   MOVE WS-CON-CODE(CON-IDX) TO EC-CONTRIB-CODE
                   MOVE WS-EMPLOYER-AMOUNT TO EC-AMOUNT
                   WRITE EMPLOYERDETAILRECORD AFTER ADVANCING 1 LINE
                   ADD WS-EMPLOYER-AMOUNT TO WS-EMPLOYER-TOTAL
               END-IF
           END-IF.
       0355-END.

       0357-FIND-REQUIRED-TAKEN.
           IF WS-TKN-CODE(TKN-IDX) = WS-CON-REQ-CODE(CON-IDX)
               MOVE "Y" TO WS-CONTRIB-APPLIES
               ADD WS-TKN-AMOUNT(TKN-IDX) TO WS-REQUIRED-TAKEN
           END-IF.
       0357-END.

      *Regular and overtime pay shared across the departments the
      *hours were charged to; back pay is not hours-based and stays
      *with the home department.  No labor lines, no split.
       0360-DISTRIBUTE-LABOR.
           MOVE ZERO TO WS-SPLIT-HOURS.
           MOVE ZERO TO WS-LAST-SPLIT.
           PERFORM 0362-SUM-ONE-SPLIT
               VARYING LAB-IDX FROM 1 BY 1
               UNTIL LAB-IDX > WS-LABOR-COUNT.
           IF WS-SPLIT-HOURS > ZERO
               MOVE WS-REGULAR-PAY TO WS-REGULAR-LEFT
               MOVE WS-OVERTIME-PAY TO WS-OVERTIME-LEFT
               PERFORM 0365-PRICE-ONE-SPLIT
                   VARYING LAB-IDX FROM 1 BY 1
                   UNTIL LAB-IDX > WS-LABOR-COUNT
           END-IF.
       0360-END.

       0362-SUM-ONE-SPLIT.
           IF WS-LAB-EMPLOYEEID(LAB-IDX) = NEW-EMPLOYEEID
               ADD WS-LAB-HOURS(LAB-IDX) TO WS-SPLIT-HOURS
               SET WS-LAST-SPLIT TO LAB-IDX
           END-IF.
       0362-END.

       0365-PRICE-ONE-SPLIT.
           IF WS-LAB-EMPLOYEEID(LAB-IDX) = NEW-EMPLOYEEID
               IF LAB-IDX = WS-LAST-SPLIT
                   MOVE WS-REGULAR-LEFT TO WS-SPLIT-REGULAR
                   MOVE WS-OVERTIME-LEFT TO WS-SPLIT-OVERTIME
               ELSE
                   COMPUTE WS-SPLIT-REGULAR ROUNDED =
                       WS-REGULAR-PAY * WS-LAB-HOURS(LAB-IDX)
                       / WS-SPLIT-HOURS
                   COMPUTE WS-SPLIT-OVERTIME ROUNDED =
                       WS-OVERTIME-PAY * WS-LAB-HOURS(LAB-IDX)
                       / WS-SPLIT-HOURS
                   SUBTRACT WS-SPLIT-REGULAR FROM WS-REGULAR-LEFT
                   SUBTRACT WS-SPLIT-OVERTIME FROM WS-OVERTIME-LEFT
               END-IF
               MOVE SPACES TO LABORDETAILRECORD
               MOVE NEW-EMPLOYEEID TO NL-EMPLOYEEID
               MOVE WS-LAB-HOME-DEPT(LAB-IDX) TO NL-HOME-DEPT
               MOVE WS-LAB-CHARGE-DEPT(LAB-IDX) TO NL-CHARGE-DEPT
               MOVE WS-LAB-HOURS(LAB-IDX) TO NL-HOURS
               MOVE WS-SPLIT-REGULAR TO NL-REGULAR-PAY
               MOVE WS-SPLIT-OVERTIME TO NL-OVERTIME-PAY
               WRITE LABORDETAILRECORD AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LABOR-LINE-COUNT
           END-IF.
       0365-END.

       0336-RETRY-ONE-ARREAR.
           IF WS-ARR-EMPLOYEEID(ARR-IDX) = NEW-EMPLOYEEID
              AND WS-ARR-SETTLED(ARR-IDX) = "N"
               WS-ARREARS-OUT-COUNT.
           DISPLAY "Back-pay settlements paid:     ",
               WS-BACKPAY-PAID-COUNT.
           DISPLAY "No tax bracket for status:     ",
               WS-NO-BRACKET-COUNT.
           DISPLAY "Employer contributions costed: ",
               WS-EMPLOYER-TOTAL.
           DISPLAY "Labor distribution lines:      ",
               WS-LABOR-LINE-COUNT.
           DISPLAY "Wellness credits given:        ",
               WS-CREDIT-LINE-COUNT.
           DISPLAY "Wellness credit dollars:       ",
               WS-CREDIT-TOTAL.
           STOP RUN.

      *This step's line in the shared run ledger: everyone seen off

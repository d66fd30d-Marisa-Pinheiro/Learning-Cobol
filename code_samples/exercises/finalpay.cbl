       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINALPAY.

      *Off-cycle final-pay run: settles the leavers EMPMAINT writes
      *to FINALPAY.DAT instead of payroll cutting their last cheques
      *by hand.  Each unpaid record's final-cycle gross is topped up
      *with the employee's unused vacation hours off LEAVEBALANCE.DAT
      *priced at HOURLYRATE (or, for salaried staff, the annual
      *salary over the standard 2080-hour year), the DEDUCTMASTER.DAT
      *deductions are taken with the same priority classes,
      *garnishment cap, and available-pay guard NETPAY applies, and
      *the cheque goes out through BANKPAYMENTS.DAT (or
      *CHECKPRINT.DAT), GLJOURNAL.DAT, and a YTDEARNINGS.NEW
      *generation.  Every record rides through to FINALPAY.NEW, the
      *settled ones marked "P" with the run date so the swap
      *GENROLL PROMOTE FINALPAY makes means nobody is ever paid
      *twice.
      *The employer's share on the final cheque is costed off
      *EMPLOYERRATES.DAT and journalled as burden, as GLPOST does
      *for the cycle.
      *
      *The bank batch, check list, and journal are written fresh, so
      *this runs on its own day once the cycle's files have gone to
      *the bank and the ledger.  A FINALPAY.DAT with nothing left to
      *pay stops before any of them is opened.  The leavers are
      *settled twice: once with nothing written, to prove the
      *journal, and again to write it all.  A journal that will not
      *balance ends the run with return code 8 before any output
      *file -- FINALPAY.NEW, the bank batch, the check list, the
      *exceptions, or YTDEARNINGS.NEW -- has been written.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Read-only: names and department for the leaver, and the
      *HOURLYRATE or annual salary the vacation payout prices at.
      *Nothing here writes the master, so no update lock is taken.
           SELECT EMPLOYEEFILE ASSIGN TO "EMPFILE.DAT"
           FILE STATUS IS FILE-CHECK-KEY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EMPLOYEEID.

       SELECT FINALPAYFILE ASSIGN TO "FINALPAY.DAT"
           FILE STATUS IS WS-FINALPAY-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT NEWFINALPAYFILE ASSIGN TO "FINALPAY.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Vacation balances as LEAVEACCRUE last left them; a leaver
      *with no balance record simply has no payout.
       SELECT LEAVEBALANCE ASSIGN TO "LEAVEBALANCE.DAT"
           FILE STATUS IS WS-LEAVE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DEDUCTMASTER ASSIGN TO "DEDUCTMASTER.DAT"
           FILE STATUS IS WS-DEDUCT-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

      *Withholding brackets, exactly as NETPAY applies them.
       SELECT TAXTABLEFILE ASSIGN TO "TAXTABLE.DAT"
           FILE STATUS IS WS-TAXTABLE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

      *Employer contribution rates and wage bases, as NETPAY costs
      *them.
       SELECT CONTRIBTABLEFILE ASSIGN TO "EMPLOYERRATES.DAT"
           FILE STATUS IS WS-CONTRIB-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT BANKACCOUNTS ASSIGN TO "BANKACCOUNTS.DAT"
           FILE STATUS IS WS-BANK-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT BANKPAYMENTS ASSIGN TO "BANKPAYMENTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CHECKPRINT ASSIGN TO "CHECKPRINT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT GLJOURNAL ASSIGN TO "GLJOURNAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Leavers held back this run (not on the master, no deduction
      *master record) and any deduction the final cheque could not
      *bear -- there is no next cycle to carry an arrear into.
       SELECT EXCEPTIONFILE ASSIGN TO "FINALPAYEXCEPTIONS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Year-to-date roll-forward: the old generation plus this run's
      *cheques go to a work file, sorted back into EMPLOYEEID order
      *onto YTDEARNINGS.NEW so the next YTDUPDATE balanced-line
      *match still sees every id in sequence.
       SELECT YTDFILE ASSIGN TO "YTDEARNINGS.DAT"
           FILE STATUS IS WS-YTD-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT YTDWORKFILE ASSIGN TO "FINALYTD.TMP"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SORTWORK ASSIGN TO "FINALWORK.TMP".

       SELECT NEWYTDFILE ASSIGN TO "YTDEARNINGS.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Site processing-date control file, same as the pay chain: the
      *paid date, the bank header, and the journal all carry the
      *business date.
       SELECT RUNDATEFILE ASSIGN TO "RUNDATE.DAT"
           FILE STATUS IS WS-RUNDATE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEEFILE.
       01 EMPDETAILS.
            02 EMPDATA              PIC X(38).
            02 EMPINFO REDEFINES EMPDATA.
               04 EMPLOYEEID        PIC 9(7).
               04 EMPLOYEENAME.
                   05 LASTNAME      PIC X(10).
                   05 FIRSTNAME     PIC X(10).
               04 STARTDATE.
                   05 START-YEAR    PIC 9(4).
                   05 START-MONTH   PIC 9(2).
                   05 START-DAY     PIC 9(2).
               04 HOURSWORKED      PIC 9(3).
            02 HOURLYRATE        PIC 9(4)V99.
            02 DEPARTMENT           PIC X(30).
            02 GENDER               PIC X.
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

      *As EMPMAINT writes it; a blank status means not yet paid.
       FD FINALPAYFILE.
       01 FINALPAYRECORD.
            88 ENDOFFINALPAY        VALUE HIGH-VALUES.
            02 FP-EMPLOYEEID        PIC 9(7).
            02 FILLER               PIC X(2).
            02 FP-TERM-DATE         PIC 9(8).
            02 FILLER               PIC X(2).
            02 FP-HOURSWORKED       PIC 9(3).
            02 FILLER               PIC X(2).
            02 FP-HOURLYRATE        PIC 9(4)V99.
            02 FILLER               PIC X(2).
            02 FP-FINAL-PAY         PIC 9(7)V99.
            02 FILLER               PIC X(2).
            02 FP-PAY-STATUS        PIC X.
               88 FP-IS-PAID        VALUE "P".
            02 FILLER               PIC X(2).
            02 FP-PAID-DATE         PIC 9(8).

       FD NEWFINALPAYFILE.
       01 NEWFINALPAYRECORD.
            02 NFP-EMPLOYEEID       PIC 9(7).
            02 FILLER               PIC X(2).
            02 NFP-TERM-DATE        PIC 9(8).
            02 FILLER               PIC X(2).
            02 NFP-HOURSWORKED      PIC 9(3).
            02 FILLER               PIC X(2).
            02 NFP-HOURLYRATE       PIC 9(4)V99.
            02 FILLER               PIC X(2).
            02 NFP-FINAL-PAY        PIC 9(7)V99.
            02 FILLER               PIC X(2).
            02 NFP-PAY-STATUS       PIC X.
            02 FILLER               PIC X(2).
            02 NFP-PAID-DATE        PIC 9(8).

       FD LEAVEBALANCE.
       01 LEAVEBALANCERECORD.
            88 ENDOFLEAVE           VALUE HIGH-VALUES.
            02 LB-EMPLOYEEID        PIC 9(7).
            02 LB-YEAR              PIC 9(4).
            02 LB-VAC-BALANCE       PIC S9(4)V9
                                    SIGN LEADING SEPARATE.
            02 LB-SICK-BALANCE      PIC S9(4)V9
                                    SIGN LEADING SEPARATE.

       FD DEDUCTMASTER.
       01 DEDUCTRECORD.
            88 ENDOFDEDUCT          VALUE HIGH-VALUES.
            04 DM-EMPLOYEEID        PIC 9(7).
            04 DM-DEDUCTIONS.
               05 DM-DEDUCTION OCCURS 3 TIMES.
                  06 DM-DEDUCT-CODE PIC X(4).
                  06 DM-DEDUCT-TYPE PIC X.
                  06 DM-DEDUCT-VALUE PIC 9(4)V99.
               05 DM-FILING-STATUS  PIC X.
               05 DM-ALLOWANCES     PIC 9(2).

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

       FD CONTRIBTABLEFILE.
       01 CONTRIBTABLERECORD.
            88 ENDOFCONTRIBS        VALUE HIGH-VALUES.
            02 ER-CONTRIB-CODE      PIC X(4).
            02 ER-CONTRIB-TYPE      PIC X.
            02 ER-CONTRIB-VALUE     PIC 9(4)V99.
            02 ER-WAGE-BASE         PIC 9(7)V99.
            02 ER-REQUIRES-CODE     PIC X(4).
            02 ER-DESCRIPTION       PIC X(20).

       FD BANKACCOUNTS.
       01 BANKACCOUNTRECORD.
            88 ENDOFBANK            VALUE HIGH-VALUES.
            04 BA-EMPLOYEEID        PIC 9(7).
            04 BA-ROUTING-NUMBER    PIC 9(9).
            04 BA-ACCOUNT-NUMBER    PIC X(17).
            04 BA-ACCOUNT-TYPE      PIC X.
      *"S" once the bank has returned a deposit to the account; the
      *bank's return code and the date say why and when.  "N" and
      *"P" are a new or changed account awaiting, or waiting out,
      *its prenote.
            04 BA-STATUS            PIC X.
               88 BA-IS-ACTIVE      VALUE " " "A".
               88 BA-IS-SUSPENDED   VALUE "S".
            04 BA-RETURN-CODE       PIC X(3).
            04 BA-STATUS-DATE       PIC 9(8).

      *Same batch format DIRECTDEP sends the bank.
       FD BANKPAYMENTS.
       01 BANKPAYMENTRECORD.
            04 BK-RECORD-TYPE       PIC X.
            04 BK-DATA              PIC X(60).
            04 BK-HEADER REDEFINES BK-DATA.
               05 BKH-RUN-DATE      PIC 9(8).
               05 BKH-COMPANY       PIC X(20).
               05 FILLER            PIC X(32).
            04 BK-DETAIL REDEFINES BK-DATA.
               05 BKD-EMPLOYEEID    PIC 9(7).
               05 BKD-ROUTING       PIC 9(9).
               05 BKD-ACCOUNT       PIC X(17).
               05 BKD-ACCT-TYPE     PIC X.
               05 BKD-AMOUNT        PIC 9(7)V99.
               05 BKD-ENTRY-TYPE    PIC X.
               05 FILLER            PIC X(16).
            04 BK-TRAILER REDEFINES BK-DATA.
               05 BKT-RECORD-COUNT  PIC 9(7).
               05 BKT-HASH-TOTAL    PIC 9(11)V99.
               05 FILLER            PIC X(40).

       FD CHECKPRINT.
       01 CHECKPRINTRECORD.
            04 CK-EMPLOYEEID        PIC 9(7).
            04 FILLER               PIC X(2).
            04 CK-NET-PAY           PIC 9(7)V99.
            04 FILLER               PIC X(2).
            04 CK-MESSAGE           PIC X(40).

       FD GLJOURNAL.
       01 GLJOURNALRECORD.
            04 GJ-RUN-DATE          PIC 9(8).
            04 FILLER               PIC X(2).
            04 GJ-DR-CR             PIC X.
            04 FILLER               PIC X(2).
            04 GJ-ACCOUNT           PIC X(30).
            04 FILLER               PIC X(2).
            04 GJ-AMOUNT            PIC 9(9)V99.

       FD EXCEPTIONFILE.
       01 EXCEPTIONRECORD.
            04 EX-EMPLOYEEID        PIC 9(7).
            04 FILLER               PIC X(2).
            04 EX-DEDUCT-CODE       PIC X(4).
            04 FILLER               PIC X(2).
            04 EX-AMOUNT            PIC 9(7)V99.
            04 FILLER               PIC X(2).
            04 EX-MESSAGE           PIC X(40).

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

       FD YTDWORKFILE.
       01 YTDWORKRECORD.
            04 YW-EMPLOYEEID        PIC 9(7).
            04 YW-EMPLOYEENAME.
               05 YW-LASTNAME       PIC X(10).
               05 YW-FIRSTNAME      PIC X(10).
            04 YW-YEAR              PIC 9(4).
            04 YW-GROSS             PIC 9(9)V99.
            04 YW-RUN-COUNT         PIC 9(3).
            04 YW-DEDUCTIONS        PIC 9(9)V99.

      * sd temporary file for the EMPLOYEEID re-sequencing
       SD SORTWORK.
       01 SORTWORKREC.
            04 SW-EMPLOYEEID        PIC 9(7).
            04 FILLER               PIC X(49).

       FD NEWYTDFILE.
       01 NEWYTDRECORD              PIC X(56).

       FD RUNDATEFILE.
       01 RUNDATERECORD.
            02 RD-PROCESSING-DATE   PIC 9(8).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY       PIC X(2).
           05  WS-FINALPAY-CHECK-KEY PIC X(2).
           05  WS-LEAVE-CHECK-KEY   PIC X(2).
           05  WS-DEDUCT-CHECK-KEY  PIC X(2).
           05  WS-TAXTABLE-CHECK-KEY PIC X(2).
           05  WS-CONTRIB-CHECK-KEY PIC X(2).
           05  WS-BANK-CHECK-KEY    PIC X(2).
           05  WS-YTD-CHECK-KEY     PIC X(2).
           05  WS-RUNDATE-CHECK-KEY PIC X(2).
           05  WS-DEDUCT-IDX        PIC 9.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR          PIC 9(4).
           05  WS-RUN-MMDD          PIC 9(4).

       01  WS-FILES-OPEN-FLAG       PIC X VALUE "N".
           88  FILES-ARE-OPEN       VALUE "Y".

       01  WS-PASS-FLAG             PIC X VALUE "P".
           88  PROVING-PASS         VALUE "P".
           88  WRITING-PASS         VALUE "W".

       01  WS-EMPLOYEE-FLAG         PIC X.
           88  EMPLOYEE-IS-FOUND    VALUE "Y".
           88  EMPLOYEE-NOT-FOUND   VALUE "N".

      *Vacation balance per employee, loaded off LEAVEBALANCE.DAT.
       01  WS-LEAVE-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-LEAVE-TABLE.
           05  WS-LEAVE-ENTRY OCCURS 500 TIMES
                   INDEXED BY LVB-IDX.
               10  WS-LVB-EMPLOYEEID PIC 9(7) VALUE ZERO.
               10  WS-LVB-VAC-BALANCE PIC S9(4)V9 VALUE ZERO.

      *Deduction slots per employee, carried as the master record
      *image and laid over WS-LEAVER-DEDUCTIONS for the leaver being
      *paid.
       01  WS-DEDUCT-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-DEDUCT-TABLE.
           05  WS-DEDUCT-ENTRY OCCURS 500 TIMES
                   INDEXED BY DED-IDX.
               10  WS-DED-EMPLOYEEID PIC 9(7) VALUE ZERO.
               10  WS-DED-IMAGE      PIC X(36) VALUE SPACES.

       01  WS-LEAVER-DEDUCTIONS.
           05  WS-LD-DEDUCTION OCCURS 3 TIMES.
               10  WS-LD-CODE       PIC X(4).
               10  WS-LD-TYPE       PIC X.
               10  WS-LD-VALUE      PIC 9(4)V99.
           05  WS-LD-FILING-STATUS  PIC X.
           05  WS-LD-ALLOWANCES     PIC 9(2).

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

      *Employer contribution table, each employee's gross for the
      *year before this run, and what the leaver had taken by code
      *(a match never exceeds the employee's own contribution).
       01  WS-CONTRIB-COUNT         PIC 9(2) VALUE ZERO.
       01  WS-CONTRIB-TABLE.
           05  WS-CONTRIB-ENTRY OCCURS 20 TIMES
                   INDEXED BY CON-IDX.
               10  WS-CON-CODE       PIC X(4) VALUE SPACES.
               10  WS-CON-TYPE       PIC X VALUE SPACE.
               10  WS-CON-VALUE      PIC 9(4)V99 VALUE ZERO.
               10  WS-CON-WAGE-BASE  PIC 9(7)V99 VALUE ZERO.
               10  WS-CON-REQ-CODE   PIC X(4) VALUE SPACES.
       01  WS-PRIOR-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-PRIOR-TABLE.
           05  WS-PRIOR-ENTRY OCCURS 500 TIMES
                   INDEXED BY PRI-IDX.
               10  WS-PRIOR-EMPLOYEEID PIC 9(7) VALUE ZERO.
               10  WS-PRIOR-GROSS    PIC 9(9)V99 VALUE ZERO.
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
       01  WS-POST-CODE             PIC X(4).
       01  WS-POST-AMOUNT           PIC 9(7)V99.

       01  WS-BANK-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-BANK-TABLE.
           05  WS-BANK-ENTRY OCCURS 500 TIMES
                   INDEXED BY BNK-IDX.
               10  WS-BNK-EMPLOYEEID PIC 9(7) VALUE ZERO.
               10  WS-BNK-ROUTING    PIC 9(9) VALUE ZERO.
               10  WS-BNK-ACCOUNT    PIC X(17) VALUE SPACES.
               10  WS-BNK-ACCT-TYPE  PIC X VALUE SPACE.
               10  WS-BNK-STATUS     PIC X VALUE SPACE.
                   88  WS-BNK-IS-SUSPENDED VALUE "S".
                   88  WS-BNK-IS-ACTIVE VALUE " " "A".

       01  WS-PAY-FIELDS.
           05  WS-VACATION-HOURS    PIC S9(4)V9.
           05  WS-VACATION-PAY      PIC 9(7)V99.
           05  WS-GROSS-PAY         PIC 9(7)V99.
           05  WS-TOTAL-DEDUCTIONS  PIC 9(7)V99.
           05  WS-NET-PAY           PIC S9(7)V99.
      *A salaried leaver's vacation hour is worth a 2080th of the
      *annual salary, the standard 40-hour, 52-week year.
       01  WS-STANDARD-ANNUAL-HOURS PIC 9(4) VALUE 2080.

      *Same priority sequence and statutory garnishment share as
      *NETPAY: taxes, then garnishments, then voluntary.
       01  WS-PRIORITY-FIELDS.
           05  WS-DEDUCT-CLASS      PIC 9.
           05  WS-CURRENT-CLASS     PIC 9.
           05  WS-CLASSIFY-CODE     PIC X(4).
       01  WS-GARNISH-CAP-PCT       PIC V99 VALUE .25.
       01  WS-TAKE-FIELDS.
           05  WS-AVAILABLE-PAY     PIC S9(7)V99.
           05  WS-GARNISH-ROOM      PIC S9(7)V99.
           05  WS-WANTED-AMOUNT     PIC 9(7)V99.
           05  WS-TAKEN-AMOUNT      PIC 9(7)V99.
           05  WS-SHORT-AMOUNT      PIC 9(7)V99.
           05  WS-TAKE-CODE         PIC X(4).

      *This run's cheques, kept for the year-to-date roll-forward.
       01  WS-PAID-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-PAID-TABLE.
           05  WS-PAID-ENTRY OCCURS 500 TIMES
                   INDEXED BY PAID-IDX.
               10  WS-PD-EMPLOYEEID  PIC 9(7) VALUE ZERO.
               10  WS-PD-LASTNAME    PIC X(10) VALUE SPACES.
               10  WS-PD-FIRSTNAME   PIC X(10) VALUE SPACES.
               10  WS-PD-GROSS       PIC 9(7)V99 VALUE ZERO.
               10  WS-PD-DEDUCTIONS  PIC 9(7)V99 VALUE ZERO.
               10  WS-PD-POSTED      PIC X VALUE "N".

      *Journal accumulators, laid out as GLPOST keeps them.
       01  WS-DEPT-COUNT            PIC 9(2) VALUE ZERO.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 25 TIMES
                   INDEXED BY DEPT-IDX.
               10  WS-DEPT-NAME     PIC X(30) VALUE SPACES.
               10  WS-DEPT-GROSS    PIC 9(9)V99 VALUE ZERO.

       01  WS-BURDEN-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-BURDEN-TABLE.
           05  WS-BURDEN-ENTRY OCCURS 25 TIMES
                   INDEXED BY BRD-IDX.
               10  WS-BURDEN-DEPT   PIC X(30) VALUE SPACES.
               10  WS-BURDEN-AMOUNT PIC 9(9)V99 VALUE ZERO.

       01  WS-CODE-COUNT            PIC 9(2) VALUE ZERO.
       01  WS-CODE-TABLE.
           05  WS-CODE-ENTRY OCCURS 50 TIMES
                   INDEXED BY CODE-IDX.
               10  WS-CODE-VALUE    PIC X(4) VALUE SPACES.
               10  WS-CODE-AMOUNT   PIC 9(9)V99 VALUE ZERO.

       01  WS-OVERFLOW-FLAG         PIC X VALUE "N".
           88  ACCOUNT-TABLE-OVERFLOWED VALUE "Y".

       01  WS-POSTING-TOTALS.
           05  WS-DEBIT-TOTAL       PIC 9(11)V99 VALUE ZERO.
           05  WS-DEDUCT-TOTAL      PIC 9(11)V99 VALUE ZERO.
           05  WS-NET-TOTAL         PIC 9(11)V99 VALUE ZERO.
           05  WS-CREDIT-TOTAL      PIC 9(11)V99 VALUE ZERO.
           05  WS-BURDEN-TOTAL      PIC 9(11)V99 VALUE ZERO.

       01  WS-DEPOSIT-TOTALS.
           05  WS-DEPOSIT-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-HASH-TOTAL        PIC 9(11)V99 VALUE ZERO.

       01  WS-FINALPAY-COUNTS.
           05  WS-RECORD-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-UNPAID-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-ALREADY-PAID-COUNT PIC 9(5) VALUE ZERO.
           05  WS-HELD-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-CHECK-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-SHORT-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-JOURNAL-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-YTD-COUNT         PIC 9(5) VALUE ZERO.

       01  WS-FIND-DEPARTMENT      PIC X(30).
       01  WS-UNKNOWN-DEPARTMENT   PIC X(30)
               VALUE "*UNKNOWN DEPARTMENT*".
       01  WS-CASH-ACCOUNT         PIC X(30)
               VALUE "CASH CLEARING".
       01  WS-EXCEPTION-TEXT       PIC X(40).

       PROCEDURE DIVISION.

       0100-PAY-LEAVERS.
           PERFORM 0095-GET-PROCESSING-DATE.
           PERFORM 0080-COUNT-UNPAID.
           IF WS-UNPAID-COUNT = ZERO
               DISPLAY "No unpaid leavers on FINALPAY.DAT - ",
                       "nothing written"
               GO TO 9000-END-PROGRAM
           END-IF.
           OPEN INPUT EMPLOYEEFILE.
           IF FILE-CHECK-KEY NOT = "00"
               DISPLAY "Non-zero file status: ",
                       FILE-CHECK-KEY, " on EMPFILE.DAT"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0050-LOAD-LEAVE-BALANCES.
           PERFORM 0060-LOAD-DEDUCTIONS THRU 0060-END.
           IF RETURN-CODE = ZERO
               PERFORM 0062-LOAD-TAX-TABLE THRU 0062-END
           END-IF.
           IF RETURN-CODE = ZERO
               PERFORM 0066-LOAD-CONTRIB-TABLE THRU 0066-END
           END-IF.
           IF RETURN-CODE NOT = ZERO
               CLOSE EMPLOYEEFILE
               GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0070-LOAD-BANK-ACCOUNTS.
           PERFORM 0072-LOAD-YTD-GROSS.

           SET PROVING-PASS TO TRUE.
           OPEN INPUT FINALPAYFILE.
           PERFORM 0110-READ-FINAL-PAY.
           PERFORM 0200-SETTLE-ONE-RECORD UNTIL ENDOFFINALPAY.
           CLOSE FINALPAYFILE.
           PERFORM 0405-PROVE-JOURNAL THRU 0405-END.
           IF RETURN-CODE NOT = ZERO
               DISPLAY "FINALPAY refused - no output written"
               CLOSE EMPLOYEEFILE
               GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0120-RESET-RUN-TOTALS.

           SET WRITING-PASS TO TRUE.
           OPEN INPUT FINALPAYFILE.
           OPEN OUTPUT NEWFINALPAYFILE.
           OPEN OUTPUT BANKPAYMENTS.
           OPEN OUTPUT CHECKPRINT.
           OPEN OUTPUT EXCEPTIONFILE.
           SET FILES-ARE-OPEN TO TRUE.

           PERFORM 0150-WRITE-BANK-HEADER.
           PERFORM 0110-READ-FINAL-PAY.
           PERFORM 0200-SETTLE-ONE-RECORD UNTIL ENDOFFINALPAY.
           PERFORM 0160-WRITE-BANK-TRAILER.

           PERFORM 0500-ROLL-YTD-FORWARD.
           PERFORM 0400-WRITE-JOURNAL THRU 0400-END.
           PERFORM 9000-END-PROGRAM.
       0100-END.

       0095-GET-PROCESSING-DATE.
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
       0095-END.

      *A first pass over FINALPAY.DAT: a missing file (nobody has
      *been terminated since the last swap) or one holding only
      *paid history means there is nothing to do, and the last
      *cycle's bank batch and journal must not be overwritten with
      *empty ones.
       0080-COUNT-UNPAID.
           OPEN INPUT FINALPAYFILE.
           IF WS-FINALPAY-CHECK-KEY = "00"
               PERFORM 0110-READ-FINAL-PAY
               PERFORM 0085-COUNT-ONE-RECORD UNTIL ENDOFFINALPAY
               CLOSE FINALPAYFILE
           END-IF.
       0080-END.

       0085-COUNT-ONE-RECORD.
           IF NOT FP-IS-PAID
               ADD 1 TO WS-UNPAID-COUNT
           END-IF.
           PERFORM 0110-READ-FINAL-PAY.
       0085-END.

      *No LEAVEBALANCE.DAT (LEAVEACCRUE not yet run this year) just
      *means no vacation payout for anyone.
       0050-LOAD-LEAVE-BALANCES.
           OPEN INPUT LEAVEBALANCE.
           IF WS-LEAVE-CHECK-KEY = "00"
               PERFORM 0055-LOAD-ONE-BALANCE UNTIL ENDOFLEAVE
               CLOSE LEAVEBALANCE
           END-IF.
       0050-END.

       0055-LOAD-ONE-BALANCE.
           READ LEAVEBALANCE
               AT END SET ENDOFLEAVE TO TRUE
               NOT AT END
                   IF LEAVEBALANCERECORD NOT = SPACES
                       IF WS-LEAVE-COUNT < 500
                           ADD 1 TO WS-LEAVE-COUNT
                           SET LVB-IDX TO WS-LEAVE-COUNT
                           MOVE LB-EMPLOYEEID
                               TO WS-LVB-EMPLOYEEID(LVB-IDX)
                           MOVE LB-VAC-BALANCE
                               TO WS-LVB-VAC-BALANCE(LVB-IDX)
                       ELSE
                           DISPLAY "Leave balance table full at 500 "
                                   "entries, no payout for ",
                                   LB-EMPLOYEEID
                       END-IF
                   END-IF
           END-READ.
       0055-END.

      *Deductions are not optional the way the leave file is: a run
      *without the master would pay leavers gross.
       0060-LOAD-DEDUCTIONS.
           OPEN INPUT DEDUCTMASTER.
           IF WS-DEDUCT-CHECK-KEY NOT = "00"
               DISPLAY "Non-zero file status: ",
                       WS-DEDUCT-CHECK-KEY, " on DEDUCTMASTER.DAT"
               MOVE 8 TO RETURN-CODE
               GO TO 0060-END
           END-IF.
           PERFORM 0065-LOAD-ONE-DEDUCTION UNTIL ENDOFDEDUCT.
           CLOSE DEDUCTMASTER.
       0060-END.

       0062-LOAD-TAX-TABLE.
           OPEN INPUT TAXTABLEFILE.
           IF WS-TAXTABLE-CHECK-KEY NOT = "00"
               DISPLAY "Non-zero file status: ",
                       WS-TAXTABLE-CHECK-KEY, " on TAXTABLE.DAT"
               MOVE 8 TO RETURN-CODE
               GO TO 0062-END
           END-IF.
           PERFORM 0063-LOAD-ONE-BRACKET UNTIL ENDOFTAXTABLE.
           CLOSE TAXTABLEFILE.
       0062-END.

       0063-LOAD-ONE-BRACKET.
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
       0063-END.

       0065-LOAD-ONE-DEDUCTION.
           READ DEDUCTMASTER
               AT END SET ENDOFDEDUCT TO TRUE
               NOT AT END
                   IF DEDUCTRECORD NOT = SPACES
                       IF WS-DEDUCT-COUNT < 500
                           ADD 1 TO WS-DEDUCT-COUNT
                           SET DED-IDX TO WS-DEDUCT-COUNT
                           MOVE DM-EMPLOYEEID
                               TO WS-DED-EMPLOYEEID(DED-IDX)
                           MOVE DM-DEDUCTIONS
                               TO WS-DED-IMAGE(DED-IDX)
                       ELSE
                           DISPLAY "Deduction table full at 500 "
                                   "entries, holding ",
                                   DM-EMPLOYEEID
                       END-IF
                   END-IF
           END-READ.
       0065-END.

       0066-LOAD-CONTRIB-TABLE.
           OPEN INPUT CONTRIBTABLEFILE.
           IF WS-CONTRIB-CHECK-KEY NOT = "00"
               DISPLAY "Non-zero file status: ",
                       WS-CONTRIB-CHECK-KEY, " on EMPLOYERRATES.DAT"
               MOVE 8 TO RETURN-CODE
               GO TO 0066-END
           END-IF.
           PERFORM 0067-LOAD-ONE-CONTRIB UNTIL ENDOFCONTRIBS.
           CLOSE CONTRIBTABLEFILE.
       0066-END.

       0067-LOAD-ONE-CONTRIB.
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
       0067-END.

      *This year's gross before the run, for the wage bases.
       0072-LOAD-YTD-GROSS.
           OPEN INPUT YTDFILE.
           IF WS-YTD-CHECK-KEY = "00"
               PERFORM 0073-LOAD-ONE-YTD UNTIL ENDOFYTD
               CLOSE YTDFILE
           END-IF.
       0072-END.

       0073-LOAD-ONE-YTD.
           READ YTDFILE
               AT END SET ENDOFYTD TO TRUE
               NOT AT END
                   IF YTDRECORD NOT = SPACES
                      AND YTD-YEAR = WS-RUN-YEAR
                       IF WS-PRIOR-COUNT < 500
                           ADD 1 TO WS-PRIOR-COUNT
                           SET PRI-IDX TO WS-PRIOR-COUNT
                           MOVE YTD-EMPLOYEEID
                               TO WS-PRIOR-EMPLOYEEID(PRI-IDX)
                           MOVE YTD-GROSS TO WS-PRIOR-GROSS(PRI-IDX)
                       ELSE
                           DISPLAY "YTD table full at 500 entries, "
                                   "no wage base for ",
                                   YTD-EMPLOYEEID
                       END-IF
                   END-IF
           END-READ.
       0073-END.

      *No BANKACCOUNTS.DAT means every leaver goes to the check
      *list, which is how payroll settled them before this run.
       0070-LOAD-BANK-ACCOUNTS.
           OPEN INPUT BANKACCOUNTS.
           IF WS-BANK-CHECK-KEY = "00"
               PERFORM 0075-LOAD-ONE-ACCOUNT UNTIL ENDOFBANK
               CLOSE BANKACCOUNTS
           END-IF.
       0070-END.

       0075-LOAD-ONE-ACCOUNT.
           READ BANKACCOUNTS
               AT END SET ENDOFBANK TO TRUE
               NOT AT END
                   IF BANKACCOUNTRECORD NOT = SPACES
                       IF WS-BANK-COUNT < 500
                           ADD 1 TO WS-BANK-COUNT
                           SET BNK-IDX TO WS-BANK-COUNT
                           MOVE BA-EMPLOYEEID
                               TO WS-BNK-EMPLOYEEID(BNK-IDX)
                           MOVE BA-ROUTING-NUMBER
                               TO WS-BNK-ROUTING(BNK-IDX)
                           MOVE BA-ACCOUNT-NUMBER
                               TO WS-BNK-ACCOUNT(BNK-IDX)
                           MOVE BA-ACCOUNT-TYPE
                               TO WS-BNK-ACCT-TYPE(BNK-IDX)
                           MOVE BA-STATUS
                               TO WS-BNK-STATUS(BNK-IDX)
                       ELSE
                           DISPLAY "Bank account table full at 500 "
                                   "entries, check for ",
                                   BA-EMPLOYEEID
                       END-IF
                   END-IF
           END-READ.
       0075-END.

       0110-READ-FINAL-PAY.
           READ FINALPAYFILE
               AT END SET ENDOFFINALPAY TO TRUE
           END-READ.
           IF NOT ENDOFFINALPAY AND FINALPAYRECORD = SPACES
               GO TO 0110-READ-FINAL-PAY
           END-IF.
       0110-END.

      *The proving pass leaves the run's tables and totals behind;
      *the writing pass builds them again from nothing.
       0120-RESET-RUN-TOTALS.
           INITIALIZE WS-PAID-TABLE, WS-DEPT-TABLE, WS-BURDEN-TABLE,
                      WS-CODE-TABLE, WS-POSTING-TOTALS,
                      WS-DEPOSIT-TOTALS.
           MOVE ZERO TO WS-PAID-COUNT, WS-DEPT-COUNT,
                        WS-BURDEN-COUNT, WS-CODE-COUNT.
           MOVE ZERO TO WS-RECORD-COUNT, WS-ALREADY-PAID-COUNT,
                        WS-HELD-COUNT, WS-CHECK-COUNT,
                        WS-SHORT-COUNT.
       0120-END.

       0150-WRITE-BANK-HEADER.
           MOVE SPACES TO BANKPAYMENTRECORD.
           MOVE "H" TO BK-RECORD-TYPE.
           MOVE WS-RUN-DATE TO BKH-RUN-DATE.
           MOVE "PET SUPPLIES PAYROLL" TO BKH-COMPANY.
           WRITE BANKPAYMENTRECORD AFTER ADVANCING 1 LINE.
       0150-END.

       0160-WRITE-BANK-TRAILER.
           MOVE SPACES TO BANKPAYMENTRECORD.
           MOVE "T" TO BK-RECORD-TYPE.
           MOVE WS-DEPOSIT-COUNT TO BKT-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO BKT-HASH-TOTAL.
           WRITE BANKPAYMENTRECORD AFTER ADVANCING 1 LINE.
       0160-END.

      *Every record goes out to FINALPAY.NEW.  Paid history passes
      *through untouched; an unpaid leaver either settles here and
      *goes out marked paid, or is held with a reason and stays
      *unpaid for the next run once the master is put right.
       0200-SETTLE-ONE-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE FINALPAYRECORD TO NEWFINALPAYRECORD.
           IF FP-IS-PAID
               ADD 1 TO WS-ALREADY-PAID-COUNT
           ELSE
               PERFORM 0210-FIND-LEAVER
               IF EMPLOYEE-IS-FOUND
                   PERFORM 0300-COMPUTE-FINAL-CHEQUE
                   PERFORM 0350-ISSUE-PAYMENT
                   PERFORM 0360-ACCUMULATE-POSTINGS
                   MOVE "P" TO NFP-PAY-STATUS
                   MOVE WS-RUN-DATE TO NFP-PAID-DATE
               ELSE
                   MOVE SPACES TO WS-TAKE-CODE
                   MOVE FP-FINAL-PAY TO WS-SHORT-AMOUNT
                   PERFORM 0380-WRITE-EXCEPTION
                   ADD 1 TO WS-HELD-COUNT
               END-IF
           END-IF.
           IF WRITING-PASS
               WRITE NEWFINALPAYRECORD AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 0110-READ-FINAL-PAY.
       0200-END.

      *The leaver must still be on the master (terminated, not yet
      *purged) and have a deductions master record -- NETPAY will not
      *pay anyone without one, and neither does this run.
       0210-FIND-LEAVER.
           SET EMPLOYEE-IS-FOUND TO TRUE.
           MOVE FP-EMPLOYEEID TO EMPLOYEEID.
           READ EMPLOYEEFILE
               INVALID KEY
                   SET EMPLOYEE-NOT-FOUND TO TRUE
                   MOVE "NOT ON EMPLOYEE MASTER - HELD"
                       TO WS-EXCEPTION-TEXT
           END-READ.
           IF EMPLOYEE-IS-FOUND
               SET DED-IDX TO 1
               SEARCH WS-DEDUCT-ENTRY
                   AT END
                       SET EMPLOYEE-NOT-FOUND TO TRUE
                       MOVE "NO DEDUCTION MASTER RECORD - HELD"
                           TO WS-EXCEPTION-TEXT
                   WHEN WS-DED-EMPLOYEEID(DED-IDX) = FP-EMPLOYEEID
                       MOVE WS-DED-IMAGE(DED-IDX)
                           TO WS-LEAVER-DEDUCTIONS
               END-SEARCH
           END-IF.
       0210-END.

       0300-COMPUTE-FINAL-CHEQUE.
           PERFORM 0310-PRICE-VACATION-PAYOUT.
           COMPUTE WS-GROSS-PAY = FP-FINAL-PAY + WS-VACATION-PAY.
           MOVE ZERO TO WS-TOTAL-DEDUCTIONS.
           MOVE ZERO TO WS-TAKEN-COUNT.
           MOVE WS-GROSS-PAY TO WS-AVAILABLE-PAY.
           COMPUTE WS-GARNISH-ROOM ROUNDED =
               WS-GROSS-PAY * WS-GARNISH-CAP-PCT.
           PERFORM 0325-APPLY-ONE-CLASS
               VARYING WS-CURRENT-CLASS FROM 1 BY 1
               UNTIL WS-CURRENT-CLASS > 3.
           COMPUTE WS-NET-PAY =
               WS-GROSS-PAY - WS-TOTAL-DEDUCTIONS.
           IF WS-NET-PAY < ZERO
               MOVE ZERO TO WS-NET-PAY
           END-IF.
       0300-END.

      *Unused vacation hours at the rate on the master, or at the
      *hourly equivalent of the salary for salaried staff.  A negative
      *balance (leave taken in advance) is not clawed back here;
      *payroll recovers that by hand if at all.
       0310-PRICE-VACATION-PAYOUT.
           MOVE ZERO TO WS-VACATION-HOURS.
           MOVE ZERO TO WS-VACATION-PAY.
           SET LVB-IDX TO 1.
           SEARCH WS-LEAVE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-LVB-EMPLOYEEID(LVB-IDX) = FP-EMPLOYEEID
                   MOVE WS-LVB-VAC-BALANCE(LVB-IDX)
                       TO WS-VACATION-HOURS
           END-SEARCH.
           IF WS-VACATION-HOURS > ZERO
               IF EMP-IS-SALARIED
                   COMPUTE WS-VACATION-PAY ROUNDED =
                       WS-VACATION-HOURS * EMP-ANNUAL-SALARY
                       / WS-STANDARD-ANNUAL-HOURS
               ELSE
                   COMPUTE WS-VACATION-PAY ROUNDED =
                       WS-VACATION-HOURS * HOURLYRATE
               END-IF
           END-IF.
       0310-END.

       0325-APPLY-ONE-CLASS.
           IF WS-CURRENT-CLASS = 1
              AND WS-LD-FILING-STATUS NOT = SPACE
               PERFORM 0340-WITHHOLD-INCOME-TAX
           END-IF.
           PERFORM 0330-APPLY-ONE-DEDUCTION
               VARYING WS-DEDUCT-IDX FROM 1 BY 1
               UNTIL WS-DEDUCT-IDX > 3.
       0325-END.

      *A leaver on bracket withholding has had the income tax taken
      *by 0340 already, so a "T" slot left on the master is passed
      *over rather than withheld a second time.
       0330-APPLY-ONE-DEDUCTION.
           IF WS-LD-CODE(WS-DEDUCT-IDX) NOT = SPACES
               MOVE WS-LD-CODE(WS-DEDUCT-IDX) TO WS-CLASSIFY-CODE
               PERFORM 0332-CLASSIFY-DEDUCT-CODE
               IF WS-DEDUCT-CLASS = 1
                  AND WS-LD-FILING-STATUS NOT = SPACE
                   MOVE ZERO TO WS-DEDUCT-CLASS
               END-IF
               IF WS-DEDUCT-CLASS = WS-CURRENT-CLASS
                   IF WS-LD-TYPE(WS-DEDUCT-IDX) = "P"
                       COMPUTE WS-WANTED-AMOUNT ROUNDED =
                           WS-GROSS-PAY
                           * WS-LD-VALUE(WS-DEDUCT-IDX) / 100
                   ELSE
                       MOVE WS-LD-VALUE(WS-DEDUCT-IDX)
                           TO WS-WANTED-AMOUNT
                   END-IF
                   MOVE WS-LD-CODE(WS-DEDUCT-IDX) TO WS-TAKE-CODE
                   PERFORM 0335-TAKE-ONE-AMOUNT
               END-IF
           END-IF.
       0330-END.

       0332-CLASSIFY-DEDUCT-CODE.
           EVALUATE WS-CLASSIFY-CODE(1:1)
               WHEN "T"
                   MOVE 1 TO WS-DEDUCT-CLASS
               WHEN "G"
                   MOVE 2 TO WS-DEDUCT-CLASS
               WHEN OTHER
                   MOVE 3 TO WS-DEDUCT-CLASS
           END-EVALUATE.
       0332-END.

      *Take what the cheque can bear, exactly as NETPAY does; a
      *shortfall is listed for payroll to pursue, since a leaver has
      *no next cycle to carry an arrear into.
       0335-TAKE-ONE-AMOUNT.
           MOVE WS-WANTED-AMOUNT TO WS-TAKEN-AMOUNT.
           IF WS-TAKEN-AMOUNT > WS-AVAILABLE-PAY
               IF WS-AVAILABLE-PAY > ZERO
                   MOVE WS-AVAILABLE-PAY TO WS-TAKEN-AMOUNT
               ELSE
                   MOVE ZERO TO WS-TAKEN-AMOUNT
               END-IF
           END-IF.
           IF WS-CURRENT-CLASS = 2
               IF WS-TAKEN-AMOUNT > WS-GARNISH-ROOM
                   IF WS-GARNISH-ROOM > ZERO
                       MOVE WS-GARNISH-ROOM TO WS-TAKEN-AMOUNT
                   ELSE
                       MOVE ZERO TO WS-TAKEN-AMOUNT
                   END-IF
               END-IF
               SUBTRACT WS-TAKEN-AMOUNT FROM WS-GARNISH-ROOM
           END-IF.
           ADD WS-TAKEN-AMOUNT TO WS-TOTAL-DEDUCTIONS.
           SUBTRACT WS-TAKEN-AMOUNT FROM WS-AVAILABLE-PAY.
           IF WS-TAKEN-AMOUNT > ZERO
               MOVE WS-TAKE-CODE TO WS-POST-CODE
               MOVE WS-TAKEN-AMOUNT TO WS-POST-AMOUNT
               PERFORM 0370-ADD-CODE-AMOUNT
               IF WS-TAKEN-COUNT < 10
                   ADD 1 TO WS-TAKEN-COUNT
                   SET TKN-IDX TO WS-TAKEN-COUNT
                   MOVE WS-TAKE-CODE TO WS-TKN-CODE(TKN-IDX)
                   MOVE WS-TAKEN-AMOUNT TO WS-TKN-AMOUNT(TKN-IDX)
               END-IF
           END-IF.
           COMPUTE WS-SHORT-AMOUNT =
               WS-WANTED-AMOUNT - WS-TAKEN-AMOUNT.
           IF WS-SHORT-AMOUNT > ZERO
               MOVE "DEDUCTION NOT RECOVERED FROM FINAL PAY"
                   TO WS-EXCEPTION-TEXT
               PERFORM 0380-WRITE-EXCEPTION
               ADD 1 TO WS-SHORT-COUNT
           END-IF.
       0335-END.

      *Bracket withholding on the whole final cheque, vacation
      *payout included, the way NETPAY withholds on a cycle.
       0340-WITHHOLD-INCOME-TAX.
           COMPUTE WS-ALLOWANCE-TOTAL =
               WS-ALLOWANCE-AMOUNT * WS-LD-ALLOWANCES.
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
               MOVE WS-TAX-CODE TO WS-TAKE-CODE
               MOVE ZERO TO WS-SHORT-AMOUNT
               MOVE "NO TAX BRACKET FOR FILING STATUS"
                   TO WS-EXCEPTION-TEXT
               PERFORM 0380-WRITE-EXCEPTION
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
           IF WS-BRK-STATUS(BRK-IDX) = WS-LD-FILING-STATUS
              AND WS-BRK-OVER(BRK-IDX) NOT > WS-TAXABLE-GROSS
               SET WS-FOUND-BRACKET TO BRK-IDX
           END-IF.
       0342-END.

      *Same rules as DIRECTDEP: a zero cheque is listed rather than
      *deposited, and no banking details, a suspended account, or
      *one still in its prenote cycle means a printed cheque.
       0350-ISSUE-PAYMENT.
           SET BNK-IDX TO 1.
           SEARCH WS-BANK-ENTRY
               AT END
                   MOVE "NO BANKING DETAILS - PRINT CHECK"
                       TO WS-EXCEPTION-TEXT
                   PERFORM 0355-WRITE-CHECK
               WHEN WS-BNK-EMPLOYEEID(BNK-IDX) = FP-EMPLOYEEID
                   IF WS-NET-PAY = ZERO
                       MOVE "ZERO NET PAY - NO DEPOSIT"
                           TO WS-EXCEPTION-TEXT
                       PERFORM 0355-WRITE-CHECK
                   ELSE IF WS-BNK-IS-SUSPENDED(BNK-IDX)
                       MOVE "BANK ACCOUNT SUSPENDED - PRINT CHECK"
                           TO WS-EXCEPTION-TEXT
                       PERFORM 0355-WRITE-CHECK
                   ELSE IF NOT WS-BNK-IS-ACTIVE(BNK-IDX)
                       MOVE "PRENOTE PENDING - PRINT CHECK"
                           TO WS-EXCEPTION-TEXT
                       PERFORM 0355-WRITE-CHECK
                   ELSE
                       MOVE SPACES TO BANKPAYMENTRECORD
                       MOVE "D" TO BK-RECORD-TYPE
                       MOVE FP-EMPLOYEEID TO BKD-EMPLOYEEID
                       MOVE WS-BNK-ROUTING(BNK-IDX) TO BKD-ROUTING
                       MOVE WS-BNK-ACCOUNT(BNK-IDX) TO BKD-ACCOUNT
                       MOVE WS-BNK-ACCT-TYPE(BNK-IDX)
                           TO BKD-ACCT-TYPE
                       MOVE WS-NET-PAY TO BKD-AMOUNT
                       IF WRITING-PASS
                           WRITE BANKPAYMENTRECORD
                               AFTER ADVANCING 1 LINE
                       END-IF
                       ADD 1 TO WS-DEPOSIT-COUNT
                       ADD WS-NET-PAY TO WS-HASH-TOTAL
                   END-IF END-IF END-IF
           END-SEARCH.
       0350-END.

       0355-WRITE-CHECK.
           MOVE SPACES TO CHECKPRINTRECORD.
           MOVE FP-EMPLOYEEID TO CK-EMPLOYEEID.
           MOVE WS-NET-PAY TO CK-NET-PAY.
           MOVE WS-EXCEPTION-TEXT TO CK-MESSAGE.
           IF WRITING-PASS
               WRITE CHECKPRINTRECORD AFTER ADVANCING 1 LINE
           END-IF.
           ADD 1 TO WS-CHECK-COUNT.
       0355-END.

      *Gross debits the leaver's department wage expense, net
      *credits cash clearing (the withheld codes were credited as
      *they were taken), and the cheque is kept for the YTD pass.
       0360-ACCUMULATE-POSTINGS.
           MOVE DEPARTMENT TO WS-FIND-DEPARTMENT.
           IF WS-FIND-DEPARTMENT = SPACES
               MOVE WS-UNKNOWN-DEPARTMENT TO WS-FIND-DEPARTMENT
           END-IF.
           SET DEPT-IDX TO 1.
           SEARCH WS-DEPT-ENTRY
               AT END
                   IF WS-DEPT-COUNT < 25
                       ADD 1 TO WS-DEPT-COUNT
                       SET DEPT-IDX TO WS-DEPT-COUNT
                       MOVE WS-FIND-DEPARTMENT
                           TO WS-DEPT-NAME(DEPT-IDX)
                       MOVE WS-GROSS-PAY TO WS-DEPT-GROSS(DEPT-IDX)
                   ELSE
                       SET ACCOUNT-TABLE-OVERFLOWED TO TRUE
                       DISPLAY "Department table full at 25 "
                               "entries, journal will be refused"
                   END-IF
               WHEN WS-DEPT-NAME(DEPT-IDX) = WS-FIND-DEPARTMENT
                   ADD WS-GROSS-PAY TO WS-DEPT-GROSS(DEPT-IDX)
           END-SEARCH.
           PERFORM 0390-COST-EMPLOYER-SHARE.
           ADD WS-GROSS-PAY TO WS-DEBIT-TOTAL.
           ADD WS-TOTAL-DEDUCTIONS TO WS-DEDUCT-TOTAL.
           ADD WS-NET-PAY TO WS-NET-TOTAL.
           IF WS-PAID-COUNT < 500
               ADD 1 TO WS-PAID-COUNT
               SET PAID-IDX TO WS-PAID-COUNT
               MOVE FP-EMPLOYEEID TO WS-PD-EMPLOYEEID(PAID-IDX)
               MOVE LASTNAME TO WS-PD-LASTNAME(PAID-IDX)
               MOVE FIRSTNAME TO WS-PD-FIRSTNAME(PAID-IDX)
               MOVE WS-GROSS-PAY TO WS-PD-GROSS(PAID-IDX)
               MOVE WS-TOTAL-DEDUCTIONS
                   TO WS-PD-DEDUCTIONS(PAID-IDX)
           ELSE IF WRITING-PASS
               DISPLAY "Paid table full at 500 entries, YTD not "
                       "posted for ", FP-EMPLOYEEID
           END-IF END-IF.
       0360-END.

       0370-ADD-CODE-AMOUNT.
           SET CODE-IDX TO 1.
           SEARCH WS-CODE-ENTRY
               AT END
                   IF WS-CODE-COUNT < 50
                       ADD 1 TO WS-CODE-COUNT
                       SET CODE-IDX TO WS-CODE-COUNT
                       MOVE WS-POST-CODE TO WS-CODE-VALUE(CODE-IDX)
                       MOVE WS-POST-AMOUNT
                           TO WS-CODE-AMOUNT(CODE-IDX)
                   ELSE
                       SET ACCOUNT-TABLE-OVERFLOWED TO TRUE
                       DISPLAY "Deduction code table full at 50 "
                               "entries, journal will be refused"
                   END-IF
               WHEN WS-CODE-VALUE(CODE-IDX) = WS-POST-CODE
                   ADD WS-POST-AMOUNT TO WS-CODE-AMOUNT(CODE-IDX)
           END-SEARCH.
       0370-END.

      *The employer's share of the final cheque, costed exactly as
      *NETPAY costs a cycle, each contribution debited to the
      *department's burden and credited to its code's liability.
       0390-COST-EMPLOYER-SHARE.
           MOVE ZERO TO WS-PRIOR-YTD-GROSS.
           SET PRI-IDX TO 1.
           SEARCH WS-PRIOR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PRIOR-EMPLOYEEID(PRI-IDX) = FP-EMPLOYEEID
                   MOVE WS-PRIOR-GROSS(PRI-IDX) TO WS-PRIOR-YTD-GROSS
           END-SEARCH.
           PERFORM 0392-COST-ONE-CONTRIBUTION
               VARYING CON-IDX FROM 1 BY 1
               UNTIL CON-IDX > WS-CONTRIB-COUNT.
       0390-END.

       0392-COST-ONE-CONTRIBUTION.
           MOVE "Y" TO WS-CONTRIB-APPLIES.
           MOVE ZERO TO WS-REQUIRED-TAKEN.
           IF WS-CON-REQ-CODE(CON-IDX) NOT = SPACES
               MOVE "N" TO WS-CONTRIB-APPLIES
               PERFORM 0394-FIND-REQUIRED-TAKEN
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
                   PERFORM 0396-ADD-DEPT-BURDEN
                   MOVE WS-CON-CODE(CON-IDX) TO WS-POST-CODE
                   MOVE WS-EMPLOYER-AMOUNT TO WS-POST-AMOUNT
                   PERFORM 0370-ADD-CODE-AMOUNT
                   ADD WS-EMPLOYER-AMOUNT TO WS-BURDEN-TOTAL
               END-IF
           END-IF.
       0392-END.

       0394-FIND-REQUIRED-TAKEN.
           IF WS-TKN-CODE(TKN-IDX) = WS-CON-REQ-CODE(CON-IDX)
               MOVE "Y" TO WS-CONTRIB-APPLIES
               ADD WS-TKN-AMOUNT(TKN-IDX) TO WS-REQUIRED-TAKEN
           END-IF.
       0394-END.

       0396-ADD-DEPT-BURDEN.
           SET BRD-IDX TO 1.
           SEARCH WS-BURDEN-ENTRY
               AT END
                   IF WS-BURDEN-COUNT < 25
                       ADD 1 TO WS-BURDEN-COUNT
                       SET BRD-IDX TO WS-BURDEN-COUNT
                       MOVE WS-FIND-DEPARTMENT
                           TO WS-BURDEN-DEPT(BRD-IDX)
                       MOVE WS-EMPLOYER-AMOUNT
                           TO WS-BURDEN-AMOUNT(BRD-IDX)
                   ELSE
                       SET ACCOUNT-TABLE-OVERFLOWED TO TRUE
                       DISPLAY "Burden table full at 25 "
                               "entries, journal will be refused"
                   END-IF
               WHEN WS-BURDEN-DEPT(BRD-IDX) = WS-FIND-DEPARTMENT
                   ADD WS-EMPLOYER-AMOUNT TO WS-BURDEN-AMOUNT(BRD-IDX)
           END-SEARCH.
       0396-END.

       0380-WRITE-EXCEPTION.
           MOVE SPACES TO EXCEPTIONRECORD.
           MOVE FP-EMPLOYEEID TO EX-EMPLOYEEID.
           MOVE WS-TAKE-CODE TO EX-DEDUCT-CODE.
           MOVE WS-SHORT-AMOUNT TO EX-AMOUNT.
           MOVE WS-EXCEPTION-TEXT TO EX-MESSAGE.
           IF WRITING-PASS
               WRITE EXCEPTIONRECORD AFTER ADVANCING 1 LINE
           END-IF.
       0380-END.

      *Balanced or not written at all, the same rule GLPOST holds;
      *the proving pass has already shown that it balances.
       0400-WRITE-JOURNAL.
           IF WS-PAID-COUNT = ZERO
               DISPLAY "No final cheques paid - journal not written"
               GO TO 0400-END
           END-IF.
           OPEN OUTPUT GLJOURNAL.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > WS-DEPT-COUNT
               MOVE SPACES TO GLJOURNALRECORD
               MOVE WS-RUN-DATE TO GJ-RUN-DATE
               MOVE "D" TO GJ-DR-CR
               MOVE WS-DEPT-NAME(DEPT-IDX) TO GJ-ACCOUNT
               MOVE WS-DEPT-GROSS(DEPT-IDX) TO GJ-AMOUNT
               WRITE GLJOURNALRECORD AFTER ADVANCING 1 LINE
               ADD 1 TO WS-JOURNAL-COUNT
           END-PERFORM.
           PERFORM VARYING BRD-IDX FROM 1 BY 1
                   UNTIL BRD-IDX > WS-BURDEN-COUNT
               MOVE SPACES TO GLJOURNALRECORD
               MOVE WS-RUN-DATE TO GJ-RUN-DATE
               MOVE "D" TO GJ-DR-CR
               STRING WS-BURDEN-DEPT(BRD-IDX) DELIMITED BY "  "
                      " BURDEN" DELIMITED BY SIZE
                      INTO GJ-ACCOUNT
               END-STRING
               MOVE WS-BURDEN-AMOUNT(BRD-IDX) TO GJ-AMOUNT
               WRITE GLJOURNALRECORD AFTER ADVANCING 1 LINE
               ADD 1 TO WS-JOURNAL-COUNT
           END-PERFORM.
           PERFORM VARYING CODE-IDX FROM 1 BY 1
                   UNTIL CODE-IDX > WS-CODE-COUNT
               MOVE SPACES TO GLJOURNALRECORD
               MOVE WS-RUN-DATE TO GJ-RUN-DATE
               MOVE "C" TO GJ-DR-CR
               MOVE WS-CODE-VALUE(CODE-IDX) TO GJ-ACCOUNT
               MOVE WS-CODE-AMOUNT(CODE-IDX) TO GJ-AMOUNT
               WRITE GLJOURNALRECORD AFTER ADVANCING 1 LINE
               ADD 1 TO WS-JOURNAL-COUNT
           END-PERFORM.
           MOVE SPACES TO GLJOURNALRECORD.
           MOVE WS-RUN-DATE TO GJ-RUN-DATE.
           MOVE "C" TO GJ-DR-CR.
           MOVE WS-CASH-ACCOUNT TO GJ-ACCOUNT.
           MOVE WS-NET-TOTAL TO GJ-AMOUNT.
           WRITE GLJOURNALRECORD AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-JOURNAL-COUNT.
           CLOSE GLJOURNAL.
           DISPLAY "GL journal balanced and written".
       0400-END.

      *Run at the end of the proving pass, before any output file
      *is opened.
       0405-PROVE-JOURNAL.
           IF WS-PAID-COUNT = ZERO
               GO TO 0405-END
           END-IF.
           IF ACCOUNT-TABLE-OVERFLOWED
               DISPLAY "FINALPAY ACCOUNT TABLE OVERFLOWED - ",
                       "JOURNAL NOT WRITTEN"
               MOVE 8 TO RETURN-CODE
               GO TO 0405-END
           END-IF.
           ADD WS-BURDEN-TOTAL TO WS-DEBIT-TOTAL.
           COMPUTE WS-CREDIT-TOTAL =
               WS-DEDUCT-TOTAL + WS-NET-TOTAL + WS-BURDEN-TOTAL.
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               DISPLAY "FINALPAY OUT OF BALANCE: DEBITS=",
                       WS-DEBIT-TOTAL, " CREDITS=", WS-CREDIT-TOTAL,
                       " - JOURNAL NOT WRITTEN"
               MOVE 8 TO RETURN-CODE
           END-IF.
       0405-END.

      *Each existing YTD record picks up any final cheque for its
      *employee (a new year starts the totals over, as in
      *YTDUPDATE); a leaver with no YTD record yet gets one.  The
      *work file is then sorted into YTDEARNINGS.NEW.  A run whose
      *leavers are all held still copies the file across unchanged:
      *YTDEARNINGS is a FINALPAY generation, and GENROLL PROMOTE
      *expects its .NEW after every clean run.
       0500-ROLL-YTD-FORWARD.
           OPEN OUTPUT YTDWORKFILE.
           OPEN INPUT YTDFILE.
           IF WS-YTD-CHECK-KEY = "00"
               MOVE SPACES TO YTDRECORD
               PERFORM 0510-ROLL-ONE-YTD UNTIL ENDOFYTD
               CLOSE YTDFILE
           END-IF.
           PERFORM 0520-ADD-NEW-YTD
               VARYING PAID-IDX FROM 1 BY 1
               UNTIL PAID-IDX > WS-PAID-COUNT.
           CLOSE YTDWORKFILE.
           SORT SORTWORK ON ASCENDING KEY SW-EMPLOYEEID
               USING YTDWORKFILE
               GIVING NEWYTDFILE.
       0500-END.

       0510-ROLL-ONE-YTD.
           READ YTDFILE
               AT END SET ENDOFYTD TO TRUE
               NOT AT END
                   IF YTDRECORD NOT = SPACES
                       MOVE YTDRECORD TO YTDWORKRECORD
                       SET PAID-IDX TO 1
                       SEARCH WS-PAID-ENTRY
                           AT END
                               CONTINUE
                           WHEN WS-PD-EMPLOYEEID(PAID-IDX)
                                   = YTD-EMPLOYEEID
                               PERFORM 0515-ADD-CHEQUE-TO-YTD
                       END-SEARCH
                       WRITE YTDWORKRECORD
                   END-IF
           END-READ.
       0510-END.

       0515-ADD-CHEQUE-TO-YTD.
           IF YTD-YEAR = WS-RUN-YEAR
               ADD WS-PD-GROSS(PAID-IDX) TO YW-GROSS
               ADD WS-PD-DEDUCTIONS(PAID-IDX) TO YW-DEDUCTIONS
               ADD 1 TO YW-RUN-COUNT
           ELSE
               MOVE WS-RUN-YEAR TO YW-YEAR
               MOVE WS-PD-GROSS(PAID-IDX) TO YW-GROSS
               MOVE WS-PD-DEDUCTIONS(PAID-IDX) TO YW-DEDUCTIONS
               MOVE 1 TO YW-RUN-COUNT
           END-IF.
           MOVE "Y" TO WS-PD-POSTED(PAID-IDX).
           ADD 1 TO WS-YTD-COUNT.
       0515-END.

       0520-ADD-NEW-YTD.
           IF WS-PD-POSTED(PAID-IDX) NOT = "Y"
               MOVE SPACES TO YTDWORKRECORD
               MOVE WS-PD-EMPLOYEEID(PAID-IDX) TO YW-EMPLOYEEID
               MOVE WS-PD-LASTNAME(PAID-IDX) TO YW-LASTNAME
               MOVE WS-PD-FIRSTNAME(PAID-IDX) TO YW-FIRSTNAME
               MOVE WS-RUN-YEAR TO YW-YEAR
               MOVE WS-PD-GROSS(PAID-IDX) TO YW-GROSS
               MOVE WS-PD-DEDUCTIONS(PAID-IDX) TO YW-DEDUCTIONS
               MOVE 1 TO YW-RUN-COUNT
               WRITE YTDWORKRECORD
               MOVE "Y" TO WS-PD-POSTED(PAID-IDX)
               ADD 1 TO WS-YTD-COUNT
           END-IF.
       0520-END.

       9000-END-PROGRAM.
           IF FILES-ARE-OPEN
               CLOSE EMPLOYEEFILE, FINALPAYFILE, NEWFINALPAYFILE,
                   BANKPAYMENTS, CHECKPRINT, EXCEPTIONFILE
           END-IF.
           DISPLAY "Final-pay records read:    ", WS-RECORD-COUNT.
           DISPLAY "Leavers paid this run:     ", WS-PAID-COUNT.
           DISPLAY "Already paid (history):    ",
               WS-ALREADY-PAID-COUNT.
           DISPLAY "Leavers held unpaid:       ", WS-HELD-COUNT.
           DISPLAY "Deposits in batch:         ", WS-DEPOSIT-COUNT.
           DISPLAY "Check-print exceptions:    ", WS-CHECK-COUNT.
           DISPLAY "Deductions not recovered:  ", WS-SHORT-COUNT.
           DISPLAY "YTD records posted:        ", WS-YTD-COUNT.
           DISPLAY "Journal lines written:     ", WS-JOURNAL-COUNT.
           STOP RUN.

          END PROGRAM FINALPAY.

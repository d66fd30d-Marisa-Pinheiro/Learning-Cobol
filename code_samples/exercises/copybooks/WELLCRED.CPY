      *Wellness premium credit, one line per employee who has
      *completed the annual screening in the plan year, written
      *fresh by WELLCREDIT each pay cycle for NETPAY.  The credit is
      *taken off the health deduction (WC-DEDUCT-CODE) each cycle
      *whose processing date falls inside the plan year, up to the
      *deduction itself.  Participation is all it records -- the
      *screening's date, never its result.
       01  WELLNESS-CREDIT-RECORD.
           05  WC-EMPLOYEEID       PIC 9(7).
           05  WC-DEDUCT-CODE      PIC X(4).
           05  WC-PLAN-START       PIC 9(8).
           05  WC-PLAN-END         PIC 9(8).
           05  WC-SCREENING-DATE   PIC 9(8).
           05  WC-CREDIT-AMOUNT    PIC 9(4)V99.

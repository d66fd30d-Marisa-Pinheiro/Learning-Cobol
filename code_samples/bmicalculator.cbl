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


       FD RUNDATEFILE.

      *House charge account, indexed on the customer id it shares
      *with CUSTMASTER.DAT.  ACCTMAINT opens and closes accounts and
      *sets the credit limit; PETSTORE adds each "O" tender ticket
      *to AR-BALANCE (a return takes it back off), PAYPOST takes
      *payments off it, and CUSTSTMT bills it at month end.  The
      *balance is always up to the last run; the statement fields
      *and the aging buckets are as of the last statement, aged
      *balance-forward -- payments and credits retire the oldest
      *money first.
       01  CHARGE-ACCOUNT-RECORD.
           05  AR-CUSTOMER-ID      PIC 9(7).
           05  AR-STATUS           PIC X.
               88  AR-IS-ACTIVE        VALUE "A".
               88  AR-IS-ON-HOLD       VALUE "H".
           05  AR-CREDIT-LIMIT     PIC 9(7)V99.
           05  AR-BALANCE          PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.
           05  AR-LAST-PAYMENT-DATE
                                   PIC 9(8).
           05  AR-LAST-PAYMENT     PIC 9(7)V99.
           05  AR-LAST-STMT-DATE   PIC 9(8).
           05  AR-LAST-STMT-BALANCE
                                   PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.
           05  AR-AGING.
               10  AR-AGE-CURRENT  PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.
               10  AR-AGE-30       PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.
               10  AR-AGE-60       PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.
               10  AR-AGE-90       PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.

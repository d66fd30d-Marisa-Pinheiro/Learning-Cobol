      *One line per change to a house charge balance, appended to
      *CHARGEACTIVITY.DAT: PETSTORE writes the charge tickets and
      *charge returns, PAYPOST the payments.  CX-AMOUNT is the
      *signed change to AR-BALANCE (a return or a payment is
      *negative).  CX-POST-DATE is the processing date it reached
      *the account, which decides the statement it bills on;
      *CX-TRANS-DATE is the sale or payment date printed on it.
       01  CHARGE-ACTIVITY-RECORD.
           05  CX-CUSTOMER-ID      PIC 9(7).
           05  CX-POST-DATE        PIC 9(8).
           05  CX-TRANS-DATE       PIC 9(8).
           05  CX-TYPE             PIC X.
               88  CX-IS-CHARGE        VALUE "C".
               88  CX-IS-RETURN        VALUE "R".
               88  CX-IS-PAYMENT       VALUE "P".
           05  CX-STORE            PIC 9(2).
           05  CX-REGISTER         PIC 9(2).
           05  CX-REFERENCE        PIC X(10).
           05  CX-AMOUNT           PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.

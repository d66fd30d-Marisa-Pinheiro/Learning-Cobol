      *Accounts-payable voucher, one line per vendor invoice line
      *that INVMATCH found in agreement with its purchase order and
      *the goods received: approved for payment at the billed
      *quantity and price.  APVOUCHERS.DAT is appended to each run
      *and is the payables ledger for the pet store's vendors -- a
      *voucher stays open ("O") until it is paid ("P").
       01  AP-VOUCHER-RECORD.
           05  VC-VOUCHER-NUMBER   PIC 9(7).
           05  VC-VENDOR-ID        PIC 9(5).
           05  VC-INVOICE-NUMBER   PIC X(10).
           05  VC-PO-NUMBER        PIC 9(7).
           05  VC-SKU              PIC 9(7).
           05  VC-QUANTITY         PIC 9(7).
           05  VC-UNIT-PRICE       PIC 9(5)V99.
           05  VC-AMOUNT           PIC 9(9)V99.
           05  VC-INVOICE-DATE     PIC 9(8).
           05  VC-DUE-DATE         PIC 9(8).
           05  VC-APPROVED-DATE    PIC 9(8).
           05  VC-STATUS           PIC X.
               88  VC-IS-OPEN      VALUE "O".
               88  VC-IS-PAID      VALUE "P".

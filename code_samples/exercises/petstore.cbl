      *the 500-slot in-memory shelf table is retired: shelf counts
      *are read and rewritten in place, with no generation file.
      *ITEMCONVERT builds this file once from ITEMMASTER.OLD and
      *the description-to-SKU alias table; COSTCONVERT widens a
      *master built before IM-AVG-COST.
            SELECT ITEMMASTER ASSIGN TO "ITEMMASTER.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
            SELECT RECEIVINGEXCEPTIONS
              ASSIGN TO "RECEIVINGEXCEPTIONS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL.
      *The closing count of each cash drawer, keyed in by the
      *store at close.  Optional: a store that has not sent its
      *counts posts its cash at the expected figure, no over/short.
            SELECT DRAWERCOUNT ASSIGN TO "DRAWERCOUNT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DRAWER-CHECK-KEY.
      *The day's sales journal in the GLJOURNAL layout, one
      *balanced entry per store per sale date, so the ledger is no
      *longer re-keyed off PETSALESREPORT.DAT.  Its own file: the
      *payroll steps own GLJOURNAL.DAT.
            SELECT SALESJOURNAL ASSIGN TO "PETGLJOURNAL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL.
      *Every change this run makes to a shelf count, appended, so
      *INVCOUNT can take the book back to the day a count was done.
            SELECT ITEMACTIVITY ASSIGN TO "ITEMACTIVITY.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ACTIVITY-CHECK-KEY.
      *Regular prices by store and SKU, maintained by PRICEMAINT,
      *and the dated promotion prices, so a POS line rung at any
      *other price is caught instead of taken on trust.  The
      *promotions carry their running units and revenue (and the
      *week of history before each one started) out on
      *PROMOTIONS.NEW, the usual generation pattern.
            SELECT PRICEMASTER ASSIGN TO "PRICEMASTER.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PM-PRICE-KEY
              FILE STATUS IS WS-PRICE-CHECK-KEY.
            SELECT PROMOTIONS ASSIGN TO "PROMOTIONS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROMO-CHECK-KEY.
            SELECT NEWPROMOTIONS ASSIGN TO "PROMOTIONS.NEW"
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT PRICEEXCEPTIONS ASSIGN TO "PRICEOVERRIDES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL.
      *House charge accounts, maintained by ACCTMAINT: an "O"
      *tender ticket has to fit under the customer's credit limit,
      *and lands on the account's balance and on the activity
      *CUSTSTMT bills from at month end.
            SELECT CHARGEACCTS ASSIGN TO "CHARGEACCTS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AR-CUSTOMER-ID
              FILE STATUS IS WS-CHARGE-CHECK-KEY.
            SELECT CHARGEACTIVITY ASSIGN TO "CHARGEACTIVITY.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHARGE-ACTIVITY-CHECK-KEY.


      *Site processing-date control file: the business date the run
          02 TENDER-TYPE         PIC X.
             88 CASH-TENDER                         VALUE "C".
             88 CARD-TENDER                         VALUE "D".
      *"O" is the house charge, billed on the customer's account.
             88 OTHER-TENDER                        VALUE "O".
          02 REGISTER-NUMBER     PIC 9(2).
      *Which shop rang it: stock, period buckets, and the drawer
      *side file and no table to cap the catalog.  Zero means the
      *item never alerts.
          05 IM-REORDER-POINT    PIC 9(7).
      *Weighted-average unit cost of what is on this store's shelf,
      *re-averaged by every receipt and transfer in; zero until the
      *item's first costed delivery.
          05 IM-AVG-COST         PIC 9(5)V9(4).
      *Blank or "R" is a delivery into GR-STORE; "T" is an
      *inter-store transfer moving stock from GR-STORE to
      *GR-TO-STORE without looking like a sale.
      *GR-UNIT-COST is what the delivery cost per unit; a receipt
      *that leaves it blank or zero is costed at its purchase
      *order's price.  A transfer carries no cost of its own -- it
      *moves at the sending store's average.
       FD GOODSRECEIVED.
       01 GOODS-RECEIVED-RECORD.
          05 GR-RECORD-TYPE      PIC X.
          05 GR-QUANTITY         PIC 9(7).
          05 GR-STORE            PIC 9(2).
          05 GR-TO-STORE         PIC 9(2).
          05 GR-UNIT-COST        PIC 9(5)V99.
       FD REORDERALERTS.
       01 REORDER-ALERT-RECORD.
          05 RA-STORE            PIC 9(2).
          05 PO-STATUS           PIC X.
             88 PO-IS-OPEN                          VALUE "O".
             88 PO-IS-CLOSED                        VALUE "C".
          05 PO-UNIT-COST        PIC 9(5)V99.
       FD NEWPURCHORDERS.
       01 NEWPURCHORDERRECORD.
          05 NPO-NUMBER          PIC 9(7).
          05 NPO-QTY-RECEIVED    PIC 9(7).
          05 NPO-ORDER-DATE      PIC 9(8).
          05 NPO-STATUS          PIC X.
          05 NPO-UNIT-COST       PIC 9(5)V99.
       FD RECEIVINGEXCEPTIONS.
       01 RECEIVINGEXCEPTION.
          05 RX-SKU              PIC 9(7).
             10 FILLER           PIC X(6).


       FD DRAWERCOUNT.
       01 DRAWER-COUNT-RECORD.
          05 DC-STORE            PIC 9(2).
          05 DC-REGISTER         PIC 9(2).
          05 DC-COUNT-DATE       PIC 9(8).
          05 DC-COUNTED-CASH     PIC 9(7)V99.
      *One journal line per account: D debits, C credits, the
      *account being the store's revenue, tax, discount, returns,
      *tender clearing, or cash over/short account.
       FD SALESJOURNAL.
       01 GLJOURNALRECORD.
            04 GJ-RUN-DATE          PIC 9(8).
            04 FILLER               PIC X(2).
            04 GJ-DR-CR             PIC X.
            04 FILLER               PIC X(2).
            04 GJ-ACCOUNT           PIC X(30).
            04 FILLER               PIC X(2).
            04 GJ-AMOUNT            PIC 9(9)V99.

       FD ITEMACTIVITY.
           COPY ITEMACT.
      *(ITEM-ACTIVITY-RECORD, from copybooks/ITEMACT.CPY)

       FD PRICEMASTER.
           COPY PRICEMST.
      *(PRICE-MASTER-RECORD, from copybooks/PRICEMST.CPY)

      *One promotion per line: merchandising keys the SKU, the
      *flyer description, the promotion price, and the dates it
      *runs (every store).  The rest is the sales run's own: the
      *units and revenue rung while it ran, and the item's sales
      *the week before it began -- blank on a new promotion.
       FD PROMOTIONS.
       01 PROMOTION-RECORD.
          05 PR-SKU              PIC 9(7).
          05 PR-DESCRIPTION      PIC X(20).
          05 PR-PROMO-PRICE      PIC 9(6)V99.
          05 PR-START-DATE       PIC 9(8).
          05 PR-END-DATE         PIC 9(8).
          05 PR-TRACKING.
             10 PR-BASE-STATUS   PIC X.
             10 PR-BASE-UNITS    PIC S9(7)
                                 SIGN IS LEADING SEPARATE.
             10 PR-BASE-REVENUE  PIC S9(9)V99
                                 SIGN IS LEADING SEPARATE.
             10 PR-PROMO-UNITS   PIC S9(7)
                                 SIGN IS LEADING SEPARATE.
             10 PR-PROMO-REVENUE PIC S9(9)V99
                                 SIGN IS LEADING SEPARATE.
       FD NEWPROMOTIONS.
       01 NEW-PROMOTION-RECORD.
          05 NPR-SKU             PIC 9(7).
          05 NPR-DESCRIPTION     PIC X(20).
          05 NPR-PROMO-PRICE     PIC 9(6)V99.
          05 NPR-START-DATE      PIC 9(8).
          05 NPR-END-DATE        PIC 9(8).
          05 NPR-BASE-STATUS     PIC X.
          05 NPR-BASE-UNITS      PIC S9(7)
                                 SIGN IS LEADING SEPARATE.
          05 NPR-BASE-REVENUE    PIC S9(9)V99
                                 SIGN IS LEADING SEPARATE.
          05 NPR-PROMO-UNITS     PIC S9(7)
                                 SIGN IS LEADING SEPARATE.
          05 NPR-PROMO-REVENUE   PIC S9(9)V99
                                 SIGN IS LEADING SEPARATE.
       FD PRICEEXCEPTIONS.
       01 PRICE-PRINT-LINE       PIC X(132).

       FD CHARGEACCTS.
           COPY CHGACCT.
      *(CHARGE-ACCOUNT-RECORD, from copybooks/CHGACCT.CPY)

       FD CHARGEACTIVITY.
           COPY CHGACTV.
      *(CHARGE-ACTIVITY-RECORD, from copybooks/CHGACTV.CPY)

       FD RUNDATEFILE.
       01 RUNDATERECORD.
            02 RD-PROCESSING-DATE   PIC 9(8).
             10 WS-PO-QTY-RECEIVED  PIC 9(7)        VALUE ZERO.
             10 WS-PO-ORDER-DATE    PIC 9(8)        VALUE ZERO.
             10 WS-PO-STATUS        PIC X           VALUE "O".
             10 WS-PO-UNIT-COST     PIC 9(5)V99     VALUE ZERO.
       01 WS-PO-FOUND-FLAG       PIC X              VALUE "N".
          88 OPEN-PO-FOUND                          VALUE "Y".
       01 WS-PO-REMAINING        PIC S9(8)          VALUE ZERO.
       01 WS-TRANSFER-COUNT      PIC 999            VALUE ZERO.
       01 WS-OLD-PERIOD-COUNT    PIC 9(5)           VALUE ZERO.
       01 WS-TRANSFER-SHORT-QTY  PIC S9(8)          VALUE ZERO.
      *Units coming onto a shelf and what each cost, for the
      *weighted-average re-cost of the item.
       01 WS-COST-IN-QTY         PIC 9(7)           VALUE ZERO.
       01 WS-COST-IN-UNIT        PIC 9(5)V9(4)      VALUE ZERO.

       01 WS-RECEIVING-COUNTS.
          05 WS-PO-CLOSED-COUNT  PIC 999            VALUE ZERO.
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 RG-OTHER            PIC $$$,$$$,$$9.99CR.

      *The counted drawers: each one's closing count off
      *DRAWERCOUNT.DAT against the cash its register should hold
      *for that date.  A second count for the same drawer and date
      *(a mid-day pickup) adds to the first.
       01 WS-DRAWER-CHECK-KEY    PIC XX.
       01 WS-DRAWER-EOF-FLAG     PIC X              VALUE "N".
          88 DRAWER-AT-EOF                          VALUE "Y".
       01 WS-DRAWER-COUNT        PIC 999            VALUE ZERO.
       01 WS-DRAWER-TABLE.
          05 WS-DRAWER-ENTRY OCCURS 100 TIMES
                INDEXED BY DRW-IDX.
             10 WS-DRW-STORE       PIC 9(2)         VALUE ZERO.
             10 WS-DRW-REGISTER    PIC 9(2)         VALUE ZERO.
             10 WS-DRW-DATE        PIC 9(8)         VALUE ZERO.
             10 WS-DRW-COUNTED     PIC 9(9)V99      VALUE ZERO.
             10 WS-DRW-EXPECTED    PIC S9(9)V99     VALUE ZERO.
       01 WS-DRW-OVER-SHORT      PIC S9(9)V99       VALUE ZERO.

       01 DRAWER-HEADING-LINE.
          05 FILLER              PIC X(5)           VALUE SPACES.
          05 FILLER              PIC X(30)          VALUE
                'DRAWER COUNTS AND OVER/SHORT'.

       01 DRAWER-COLUMN-LINE.
          05 FILLER              PIC X(5)           VALUE SPACES.
          05 FILLER              PIC X(7)           VALUE 'STORE'.
          05 FILLER              PIC X(10)          VALUE 'REGISTER'.
          05 FILLER              PIC X(10)          VALUE 'DATE'.
          05 FILLER              PIC X(16)          VALUE
                '   EXPECTED CASH'.
          05 FILLER              PIC X(16)          VALUE
                '    COUNTED CASH'.
          05 FILLER              PIC X(16)          VALUE
                '      OVER/SHORT'.

       01 DRAWER-DETAIL-LINE.
          05 FILLER              PIC X(5)           VALUE SPACES.
          05 DW-STORE            PIC Z9.
          05 FILLER              PIC X(5)           VALUE SPACES.
          05 DW-REGISTER         PIC Z9.
          05 FILLER              PIC X(8)           VALUE SPACES.
          05 DW-DATE             PIC 9(8).
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 DW-EXPECTED         PIC $$$,$$$,$$9.99CR.
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 DW-COUNTED          PIC $$$,$$$,$$9.99.
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 DW-OVER-SHORT       PIC $$$,$$$,$$9.99CR.

      *The sales journal, accumulated per store per sale date:
      *merchandise by tax class with sales and returns kept apart,
      *the tax collected net of tax refunded, the loyalty discounts
      *given, and what each tender took in net of refunds.  A
      *counted drawer's date gets an entry even with no sales, so
      *the cash in it still reaches the ledger.
       01 WS-GL-DAY-COUNT        PIC 99             VALUE ZERO.
       01 WS-GL-DAY-TABLE.
          05 WS-GL-DAY-ENTRY OCCURS 50 TIMES
                INDEXED BY GLD-IDX.
             10 WS-GLD-STORE       PIC 9(2)         VALUE ZERO.
             10 WS-GLD-DATE        PIC 9(8)         VALUE ZERO.
             10 WS-GLD-FOOD-SALES  PIC S9(9)V99     VALUE ZERO.
             10 WS-GLD-STD-SALES   PIC S9(9)V99     VALUE ZERO.
             10 WS-GLD-FOOD-RETURNS PIC S9(9)V99    VALUE ZERO.
             10 WS-GLD-STD-RETURNS PIC S9(9)V99     VALUE ZERO.
             10 WS-GLD-SALES-TAX   PIC S9(9)V99     VALUE ZERO.
             10 WS-GLD-DISCOUNTS   PIC S9(9)V99     VALUE ZERO.
             10 WS-GLD-CASH        PIC S9(9)V99     VALUE ZERO.
             10 WS-GLD-CARD        PIC S9(9)V99     VALUE ZERO.
             10 WS-GLD-OTHER       PIC S9(9)V99     VALUE ZERO.
       01 WS-GL-SLOT-VALID       PIC X              VALUE "Y".
      *A store-day that could not be given a slot means the lines
      *can no longer add up to the day's tickets, so the journal is
      *refused outright, the same as an unbalanced one.
       01 WS-GL-OVERFLOW-FLAG    PIC X              VALUE "N".
          88 GL-TABLE-OVERFLOWED                    VALUE "Y".
       01 WS-GL-BALANCE-FLAG     PIC X              VALUE "Y".
          88 GL-ALL-DAYS-BALANCE                    VALUE "Y".
      *The journal is built twice off the same table: once to
      *prove every store-day balances, then again to write it.
       01 WS-GL-PASS             PIC X              VALUE "B".
          88 GL-BALANCE-PASS                        VALUE "B".
          88 GL-WRITE-PASS                          VALUE "W".
       01 WS-GL-FIELDS.
          05 WS-FIND-DATE        PIC 9(8)           VALUE ZERO.
          05 WS-GL-SIDE          PIC X              VALUE "D".
          05 WS-GL-AMOUNT        PIC S9(9)V99       VALUE ZERO.
          05 WS-GL-OVER-SHORT    PIC S9(9)V99       VALUE ZERO.
          05 WS-GL-DAY-DEBITS    PIC 9(11)V99       VALUE ZERO.
          05 WS-GL-DAY-CREDITS   PIC 9(11)V99       VALUE ZERO.
          05 WS-GL-DEBIT-TOTAL   PIC 9(11)V99       VALUE ZERO.
          05 WS-GL-CREDIT-TOTAL  PIC 9(11)V99       VALUE ZERO.
          05 WS-GL-LINE-COUNT    PIC 9(5)           VALUE ZERO.
      *Account names carry the store, the way the payroll journal
      *carries the department on its burden accounts.
       01 WS-GL-ACCOUNT-LABEL.
          05 FILLER              PIC X(6)           VALUE 'STORE '.
          05 WS-GAL-STORE        PIC 9(2).
          05 FILLER              PIC X(1)           VALUE SPACE.
          05 WS-GAL-NAME         PIC X(21).

      *Shelf lookups work the indexed item master directly: the
      *500-slot in-memory item table is retired, so the catalog can
      *grow past 500 items without a program change.  An item the
       01 WS-FIND-SKU            PIC 9(7)           VALUE ZERO.
       01 WS-LINE-DESCRIPTION    PIC X(20)          VALUE SPACES.
       01 WS-NEW-ON-HAND         PIC S9(8)          VALUE ZERO.
       01 WS-ACTIVITY-CHECK-KEY  PIC XX.
       01 WS-OLD-ON-HAND         PIC 9(7)           VALUE ZERO.
       01 WS-ACTIVITY-FIELDS.
          05 WS-ACTIVITY-DATE    PIC 9(8)           VALUE ZERO.
          05 WS-ACTIVITY-TYPE    PIC X              VALUE SPACE.
          05 WS-ACTIVITY-QTY     PIC S9(8)          VALUE ZERO.

      *Every line is held to the price it should have rung at on
      *its sale date: the lowest promotion price in force for the
      *SKU that day, or else the store's regular price off the
      *price master.  The promotions are few enough to table; the
      *price master is read in place like the item master.
       01 WS-PRICE-CHECK-KEY     PIC XX.
       01 WS-PROMO-CHECK-KEY     PIC XX.
       01 WS-PRICE-MASTER-FLAG   PIC X              VALUE "N".
          88 PRICE-MASTER-IS-OPEN                   VALUE "Y".
       01 WS-PROMO-EOF-FLAG      PIC X              VALUE "N".
          88 PROMOTIONS-AT-EOF                      VALUE "Y".
       01 WS-PROMO-COUNT         PIC 999            VALUE ZERO.
       01 WS-PROMO-TABLE.
          05 WS-PROMO-ENTRY OCCURS 200 TIMES
                INDEXED BY PRM-IDX.
             10 WS-PRM-SKU          PIC 9(7)        VALUE ZERO.
             10 WS-PRM-DESCRIPTION  PIC X(20)       VALUE SPACES.
             10 WS-PRM-PRICE        PIC 9(6)V99     VALUE ZERO.
             10 WS-PRM-START        PIC 9(8)        VALUE ZERO.
             10 WS-PRM-END          PIC 9(8)        VALUE ZERO.
             10 WS-PRM-BASE-STATUS  PIC X           VALUE SPACE.
                88 PRM-BASE-PENDING                 VALUE SPACE.
                88 PRM-BASE-CAPTURED                VALUE "C".
                88 PRM-BASE-MISSING                 VALUE "N".
             10 WS-PRM-BASE-UNITS   PIC S9(7)       VALUE ZERO.
             10 WS-PRM-BASE-REVENUE PIC S9(9)V99    VALUE ZERO.
             10 WS-PRM-UNITS        PIC S9(7)       VALUE ZERO.
             10 WS-PRM-REVENUE      PIC S9(9)V99    VALUE ZERO.
       01 WS-PRICE-FIELDS.
          05 WS-EXPECTED-PRICE   PIC 9(6)V99        VALUE ZERO.
          05 WS-PRICE-SOURCE     PIC X(8)           VALUE SPACES.
          05 WS-PROMO-FOUND-FLAG PIC X              VALUE "N".
             88 PROMO-PRICE-FOUND                   VALUE "Y".
          05 WS-PRICE-IMPACT     PIC S9(9)V99       VALUE ZERO.
          05 WS-OVERRIDE-COUNT   PIC 9(5)           VALUE ZERO.
          05 WS-UNPRICED-COUNT   PIC 9(5)           VALUE ZERO.
          05 WS-OVERRIDE-IMPACT  PIC S9(9)V99       VALUE ZERO.
      *A promotion is measured against the item's sales (all
      *stores) in the last full Monday-to-Sunday week before it
      *began -- the "last week" bucket of PERIODTOTALS.DAT on the
      *run that falls in the promotion's first week -- times the
      *number of weeks the promotion has run so far.
       01 WS-PROMO-FIELDS.
          05 WS-PROMO-INT        PIC 9(8)           VALUE ZERO.
          05 WS-PROMO-DOW        PIC 9              VALUE ZERO.
          05 WS-BASE-WEEK-START  PIC 9(8)           VALUE ZERO.
          05 WS-PROMO-LAST-DAY   PIC 9(8)           VALUE ZERO.
          05 WS-PROMO-DAYS       PIC 9(5)           VALUE ZERO.
          05 WS-PROMO-WEEKS      PIC 9(3)           VALUE ZERO.
          05 WS-BASE-UNITS-RUN   PIC S9(9)          VALUE ZERO.
          05 WS-BASE-REVENUE-RUN PIC S9(11)V99      VALUE ZERO.
          05 WS-PROMO-LIFT-PCT   PIC S9(5)V9        VALUE ZERO.
          05 WS-PROMO-PRINTED    PIC 999            VALUE ZERO.

      *A charge is held to the limit at its most: every line taxed
      *at the standard rate, before any loyalty discount.  The
      *account is charged what the ticket actually came to.
       01 WS-CHARGE-CHECK-KEY    PIC XX.
       01 WS-CHARGE-ACTIVITY-CHECK-KEY PIC XX.
       01 WS-CHARGE-ACCTS-FLAG   PIC X              VALUE "N".
          88 CHARGE-ACCTS-ARE-OPEN                  VALUE "Y".
       01 WS-CHARGE-FIELDS.
          05 WS-CHARGE-MAXIMUM   PIC 9(7)V99        VALUE ZERO.
          05 WS-CHARGE-COUNT     PIC 9(5)           VALUE ZERO.
          05 WS-CHARGE-DOLLARS   PIC S9(9)V99       VALUE ZERO.

       01 PRICE-HEADING-LINE.
          05 FILLER              PIC X(45)          VALUE SPACES.
          05 FILLER              PIC X(30)          VALUE
                'POS PRICE OVERRIDE EXCEPTIONS'.

       01 PRICE-COLUMN-LINE.
          05 FILLER              PIC X(4)           VALUE 'ST'.
          05 FILLER              PIC X(4)           VALUE 'REG'.
          05 FILLER              PIC X(10)          VALUE
                'SALE DATE'.
          05 FILLER              PIC X(9)           VALUE
                'CUSTOMER'.
          05 FILLER              PIC X(9)           VALUE 'SKU'.
          05 FILLER              PIC X(21)          VALUE
                'ITEM DESCRIPTION'.
          05 FILLER              PIC X(9)           VALUE
                '  UNITS'.
          05 FILLER              PIC X(12)          VALUE
                '      RUNG'.
          05 FILLER              PIC X(12)          VALUE
                '  EXPECTED'.
          05 FILLER              PIC X(9)           VALUE
                'SOURCE'.
          05 FILLER              PIC X(16)          VALUE
                '   DOLLAR IMPACT'.

       01 PRICE-DETAIL-LINE.
          05 PX-STORE            PIC Z9.
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 PX-REGISTER         PIC Z9.
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 PX-SALE-DATE        PIC 9(8).
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 PX-CUSTOMER-ID      PIC 9(7).
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 PX-SKU              PIC 9(7).
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 PX-DESCRIPTION      PIC X(20).
          05 FILLER              PIC X(1)           VALUE SPACES.
          05 PX-QUANTITY         PIC ---,--9.
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 PX-RUNG-PRICE       PIC $$$,$$9.99.
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 PX-EXPECTED-PRICE   PIC $$$,$$9.99.
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 PX-SOURCE           PIC X(8).
          05 FILLER              PIC X(1)           VALUE SPACES.
          05 PX-IMPACT           PIC $$$,$$$,$$9.99CR.

       01 PRICE-COUNT-LINE.
          05 FILLER              PIC X(5)           VALUE SPACES.
          05 PC-LABEL            PIC X(30).
          05 PC-COUNT            PIC ZZ,ZZ9.

       01 PRICE-AMOUNT-LINE.
          05 FILLER              PIC X(5)           VALUE SPACES.
          05 PA-LABEL            PIC X(30).
          05 PA-AMOUNT           PIC $$$,$$$,$$9.99CR.

       01 PROMO-REPORT-HEADING.
          05 FILLER              PIC X(20)          VALUE SPACES.
          05 FILLER              PIC X(30)          VALUE
                'PROMOTION PERFORMANCE'.

       01 PROMO-NOTE-LINE.
          05 FILLER              PIC X(20)          VALUE SPACES.
          05 FILLER              PIC X(30)          VALUE
                'PRIOR = SALES THE WEEK BEFORE '.
          05 FILLER              PIC X(30)          VALUE
                'IT BEGAN, TIMES ITS WEEKS RUN'.

       01 PROMO-COLUMN-LINE.
          05 FILLER              PIC X(8)           VALUE 'SKU'.
          05 FILLER              PIC X(21)          VALUE
                'PROMOTION'.
          05 FILLER              PIC X(12)          VALUE
                '     PRICE'.
          05 FILLER              PIC X(9)           VALUE 'STARTS'.
          05 FILLER              PIC X(9)           VALUE 'ENDS'.
          05 FILLER              PIC X(3)           VALUE 'WKS'.
          05 FILLER              PIC X(8)           VALUE
                '   UNITS'.
          05 FILLER              PIC X(16)          VALUE
                '         REVENUE'.
          05 FILLER              PIC X(8)           VALUE
                '   PRIOR'.
          05 FILLER              PIC X(16)          VALUE
                '   PRIOR REVENUE'.
          05 FILLER              PIC X(8)           VALUE
                '  LIFT %'.

       01 PROMO-DETAIL-LINE.
          05 PP-SKU              PIC 9(7).
          05 FILLER              PIC X(1)           VALUE SPACES.
          05 PP-DESCRIPTION      PIC X(20).
          05 FILLER              PIC X(1)           VALUE SPACES.
          05 PP-PRICE            PIC $$$,$$9.99.
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 PP-START            PIC 9(8).
          05 FILLER              PIC X(1)           VALUE SPACES.
          05 PP-END              PIC 9(8).
          05 FILLER              PIC X(1)           VALUE SPACES.
          05 PP-WEEKS            PIC ZZ9.
          05 PP-UNITS            PIC ----,--9.
          05 PP-REVENUE          PIC $$$,$$$,$$9.99CR.
          05 PP-BASE-UNITS       PIC ----,--9.
          05 PP-BASE-REVENUE     PIC $$$,$$$,$$9.99CR.
          05 FILLER              PIC X(1)           VALUE SPACES.
          05 PP-LIFT-PCT         PIC ----9.9.
          05 FILLER              PIC X(2)           VALUE SPACES.
          05 PP-NOTE             PIC X(12).

       01 PROMO-NONE-LINE.
          05 FILLER              PIC X(5)           VALUE SPACES.
          05 FILLER              PIC X(30)          VALUE
                'NO PROMOTIONS RUNNING'.

      *Food is exempt in this jurisdiction; everything else files
      *at the standard rate.  The per-class accumulators feed the
             10 WS-INV-DESCRIPTION  PIC X(20)       VALUE SPACES.
             10 WS-INV-QUANTITY     PIC S9(7)       VALUE ZERO.
             10 WS-INV-DOLLARS      PIC S9(7)V99    VALUE ZERO.
             10 WS-INV-COST         PIC S9(9)V99    VALUE ZERO.
             10 WS-INV-RANKED       PIC X           VALUE "N".
                88 INV-ALREADY-RANKED               VALUE "Y".

          05 WS-RANK-MAX-DOLLARS    PIC 9(7)V99     VALUE ZERO.
          05 WS-RANK-MAX-IDX        PIC 999         VALUE ZERO.

      *Cost of goods sold: each line costs out at the item's
      *average cost for the selling store, and a return is
      *credited back at that same cost.  Margin is taken on the
      *line's merchandise dollars, the figure the top-seller pages
      *rank on -- before tax, and before the loyalty discount,
      *which is the customer's and not the item's.
       01 WS-LINE-COST           PIC 9(9)V99        VALUE ZERO.
       01 WS-STORE-MARGIN-COUNT  PIC 99             VALUE ZERO.
       01 WS-STORE-MARGIN-TABLE.
          05 WS-STORE-MARGIN-ENTRY OCCURS 10 TIMES
                INDEXED BY SMG-IDX.
             10 WS-SMG-STORE        PIC 9(2)        VALUE ZERO.
             10 WS-SMG-SALES        PIC S9(9)V99    VALUE ZERO.
             10 WS-SMG-COST         PIC S9(9)V99    VALUE ZERO.
             10 WS-SMG-UNITS        PIC 9(9)        VALUE ZERO.
             10 WS-SMG-VALUE        PIC 9(11)V99    VALUE ZERO.
       01 WS-SMG-SLOT-VALID      PIC X              VALUE "Y".
       01 WS-MARGIN-TOTALS.
          05 WS-ALL-MARGIN-SALES PIC S9(10)V99      VALUE ZERO.
          05 WS-ALL-MARGIN-COST  PIC S9(10)V99      VALUE ZERO.
          05 WS-ALL-VALUE-UNITS  PIC 9(10)          VALUE ZERO.
          05 WS-ALL-VALUE-COST   PIC 9(12)V99       VALUE ZERO.
       01 WS-MARGIN-FIELDS.
          05 WS-MG-SALES-AMT     PIC S9(10)V99      VALUE ZERO.
          05 WS-MG-COST-AMT      PIC S9(10)V99      VALUE ZERO.
          05 WS-MG-MARGIN-AMT    PIC S9(10)V99      VALUE ZERO.
          05 WS-MG-PERCENT       PIC S9(5)V9        VALUE ZERO.
          05 WS-ITEM-VALUE       PIC 9(11)V99       VALUE ZERO.
       01 WS-MARGIN-STORE-LABEL.
          05 FILLER              PIC X(6)           VALUE 'STORE '.
          05 WS-MSL-STORE        PIC 9(2).
          05 FILLER              PIC X(12)          VALUE SPACES.


       01 WS-HISTORY-FOUND-FLAG  PIC X              VALUE "N".
          88 HISTORY-CUSTOMER-FOUND                 VALUE "Y".
          05 FILLER              PIC X(17)         VALUE
                '*** REORDER ***'.

       01 MARGIN-SECTION-LINE.
          05 FILLER              PIC X(5)          VALUE SPACES.
          05 MS-TITLE            PIC X(30)         VALUE SPACES.

       01 MARGIN-COLUMN-LINE.
          05 FILLER              PIC X(5)          VALUE SPACES.
          05 FILLER              PIC X(25)         VALUE
                                                     'ITEM DESCRIPTION'.
          05 FILLER              PIC X(17)         VALUE
                '            SALES'.
          05 FILLER              PIC X(17)         VALUE
                '    COST OF GOODS'.
          05 FILLER              PIC X(17)         VALUE
                '     GROSS MARGIN'.
          05 FILLER              PIC X(10)         VALUE
                '  MARGIN %'.

       01 MARGIN-DETAIL-LINE.
          05 FILLER              PIC X(5)          VALUE SPACES.
          05 MG-DESCRIPTION      PIC X(20)         VALUE SPACES.
          05 FILLER              PIC X(6)          VALUE SPACES.
          05 MG-SALES            PIC $$$,$$$,$$9.99CR.
          05 FILLER              PIC X(1)          VALUE SPACES.
          05 MG-COST             PIC $$$,$$$,$$9.99CR.
          05 FILLER              PIC X(1)          VALUE SPACES.
          05 MG-MARGIN           PIC $$$,$$$,$$9.99CR.
          05 FILLER              PIC X(3)          VALUE SPACES.
          05 MG-PERCENT          PIC ----9.9.

       01 VALUATION-COLUMN-LINE.
          05 FILLER              PIC X(5)          VALUE SPACES.
          05 FILLER              PIC X(25)         VALUE 'LOCATION'.
          05 FILLER              PIC X(17)         VALUE
                '    UNITS ON HAND'.
          05 FILLER              PIC X(20)         VALUE
                '       VALUE AT COST'.

       01 VALUATION-DETAIL-LINE.
          05 FILLER              PIC X(5)          VALUE SPACES.
          05 VL-LABEL            PIC X(20)         VALUE SPACES.
          05 FILLER              PIC X(8)          VALUE SPACES.
          05 VL-UNITS            PIC ZZ,ZZZ,ZZZ,ZZ9.
          05 FILLER              PIC X(1)          VALUE SPACES.
          05 VL-VALUE            PIC $$$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0100-PRINT-SALES-REPORT.
           PERFORM 0060-OPEN-CUSTOMER-HISTORY.
           PERFORM 0057-OPEN-CUSTOMER-MASTER.
           PERFORM 0055-OPEN-ITEM-MASTER.
           PERFORM 0054-OPEN-ITEM-ACTIVITY.
           PERFORM 0052-OPEN-PRICE-MASTER.
           PERFORM 0051-OPEN-CHARGE-ACCOUNTS.
           PERFORM 0058-APPLY-GOODS-RECEIVED.
           PERFORM 0062-SET-PERIOD-ANCHORS.
           PERFORM 0064-LOAD-PERIOD-TOTALS.
           PERFORM 0094-LOAD-PROMOTIONS THRU 0094-END.
           PERFORM 0090-LOAD-DRAWER-COUNTS THRU 0090-END.
           OPEN INPUT PETSALESFILE.
           IF WS-SALES-CHECK-KEY NOT = "00"
               DISPLAY "Non-zero file status: ", WS-SALES-CHECK-KEY
           OPEN OUTPUT NEWCUSTOMERHISTORY.
           OPEN OUTPUT SALESREJECTS.
           OPEN OUTPUT NEWPERIODTOTALS.
           OPEN OUTPUT PRICEEXCEPTIONS.
           SET FILES-ARE-OPEN TO TRUE.
           PERFORM 0150-PRINT-HEADINGS.
           PERFORM 0155-PRINT-PRICE-HEADINGS.
           READ PETSALESFILE
               AT END SET ENDOFSALESFILES TO TRUE
           END-READ.
              UNTIL ENDOFSALESFILES.
           PERFORM 0300-PRINT-GRAND-TOTAL.
           PERFORM 0330-PRINT-PERIOD-COMPARISON THRU 0330-END.
           PERFORM 0370-PRINT-PROMOTION-RESULTS THRU 0370-END.
           PERFORM 0400-PRINT-INVENTORY-REPORT THRU 0400-END.
           PERFORM 0500-PRINT-TOP-SELLERS-BY-QUANTITY THRU 0500-END.
           PERFORM 0600-PRINT-TOP-SELLERS-BY-DOLLARS THRU 0600-END.
           PERFORM 0650-PRINT-GROSS-MARGIN THRU 0650-END.
           PERFORM 0700-PRINT-REORDER-ALERTS THRU 0700-END.
           PERFORM 0750-PRINT-PRICE-TOTALS THRU 0750-END.
           PERFORM 0860-WRITE-PERIOD-TOTALS THRU 0860-END.
           PERFORM 0865-WRITE-PROMOTIONS THRU 0865-END.
           PERFORM 0870-WRITE-PURCHORDERS THRU 0870-END.
           PERFORM 0880-POST-SALES-JOURNAL THRU 0880-END.
           PERFORM 9000-END-PROGRAM.

      *A history file that is not there yet (file status 35, the

      *An item master that is not there yet (the first run after
      *ITEMCONVERT, before the file lands) is created empty and
      *reopened, the same bootstrap the customer history gets.  A
      *record-length mismatch (status 39) is a master from before
      *the unit cost, which COSTCONVERT widens.  Any other status --
      *including the old line-sequential file left unconverted --
      *stops the run: run ITEMCONVERT first.
       0055-OPEN-ITEM-MASTER.
           OPEN I-O ITEMMASTER.
           EVALUATE WS-ITEM-CHECK-KEY
                       MOVE 8 TO RETURN-CODE
                       GO TO 9000-END-PROGRAM
                   END-IF
               WHEN "39"
                   DISPLAY "ITEMMASTER.DAT is the layout without ",
                           "the unit cost - rename it to ",
                           "ITEMMASTER.OLD and run COSTCONVERT first"
                   MOVE 8 TO RETURN-CODE
                   GO TO 9000-END-PROGRAM
               WHEN OTHER
                   DISPLAY "ITEMMASTER.DAT did not open as ",
                           "indexed, status ", WS-ITEM-CHECK-KEY,
                   GO TO 9000-END-PROGRAM
           END-EVALUATE.

      *The activity trail is appended to run after run; the first
      *run finds no file and starts one.  The processing date is
      *wanted this early because the morning's deliveries are
      *logged under it.
       0054-OPEN-ITEM-ACTIVITY.
           PERFORM 0061-GET-PROCESSING-DATE.
           OPEN EXTEND ITEMACTIVITY.
           IF WS-ACTIVITY-CHECK-KEY = "35"
               OPEN OUTPUT ITEMACTIVITY
           END-IF.
           IF WS-ACTIVITY-CHECK-KEY NOT = "00"
               DISPLAY "Non-zero file status: ",
                       WS-ACTIVITY-CHECK-KEY, " on ITEMACTIVITY.DAT"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-END-PROGRAM
           END-IF.
       0054-END.

      *No price master yet (PRICEMAINT has never run) leaves no
      *regular price to hold the lines to, so only the promotion
      *prices are checked.  A file that is there but will not open
      *as indexed stops the run.
       0052-OPEN-PRICE-MASTER.
           OPEN INPUT PRICEMASTER.
           EVALUATE WS-PRICE-CHECK-KEY
               WHEN "00"
                   SET PRICE-MASTER-IS-OPEN TO TRUE
               WHEN "35"
                   DISPLAY "PRICEMASTER.DAT not found - regular ",
                           "prices not checked"
               WHEN OTHER
                   DISPLAY "PRICEMASTER.DAT did not open as ",
                           "indexed, status ", WS-PRICE-CHECK-KEY
                   MOVE 8 TO RETURN-CODE
                   GO TO 9000-END-PROGRAM
           END-EVALUATE.
       0052-END.

      *No account file yet (ACCTMAINT has never run) means nobody
      *has a charge account, so every "O" tender ticket is
      *rejected.  A file that is there but will not open as indexed
      *stops the run.
       0051-OPEN-CHARGE-ACCOUNTS.
           OPEN I-O CHARGEACCTS.
           EVALUATE WS-CHARGE-CHECK-KEY
               WHEN "00"
                   SET CHARGE-ACCTS-ARE-OPEN TO TRUE
                   OPEN EXTEND CHARGEACTIVITY
                   IF WS-CHARGE-ACTIVITY-CHECK-KEY = "35"
                       OPEN OUTPUT CHARGEACTIVITY
                   END-IF
               WHEN "35"
                   DISPLAY "CHARGEACCTS.DAT not found - house ",
                           "charges rejected"
               WHEN OTHER
                   DISPLAY "CHARGEACCTS.DAT did not open as ",
                           "indexed, status ", WS-CHARGE-CHECK-KEY
                   MOVE 8 TO RETURN-CODE
                   GO TO 9000-END-PROGRAM
           END-EVALUATE.
       0051-END.

      *One trail line for the change just made to the item in the
      *IM- fields; a change that came to nothing logs nothing.
       0053-LOG-ITEM-ACTIVITY.
           IF WS-ACTIVITY-QTY NOT = ZERO
               MOVE SPACES TO ITEM-ACTIVITY-RECORD
               MOVE IM-STORE TO IA-STORE
               MOVE IM-SKU TO IA-SKU
               MOVE WS-ACTIVITY-DATE TO IA-ACTIVITY-DATE
               MOVE WS-ACTIVITY-TYPE TO IA-ACTIVITY-TYPE
               MOVE WS-ACTIVITY-QTY TO IA-QUANTITY
               WRITE ITEM-ACTIVITY-RECORD AFTER ADVANCING 1 LINE
           END-IF.
       0053-END.

      *The customer master is read-only here; sales are validated
      *against it and the loyalty letters address from it.  A store
      *without the master on disk cannot validate anybody, so the
                       IF GR-IS-TRANSFER
                           PERFORM 0058-APPLY-TRANSFER
                       ELSE
                           PERFORM 0058-APPLY-RECEIPT
                       END-IF
                   END-IF
                   READ GOODSRECEIVED
               CLOSE GOODSRECEIVED
           END-IF.

      *A delivery is matched to its purchase order first, so one
      *that arrives without a unit cost can be costed at the
      *order's price, then averaged into the store's item cost
      *before the shelf count goes up.  A delivery with no cost
      *either way still lands on the shelf, at the current
      *average, and goes on the exception list for purchasing.
       0058-APPLY-RECEIPT.
           PERFORM 0058-MATCH-RECEIPT-TO-PO.
           MOVE ZERO TO WS-COST-IN-UNIT.
           IF GR-UNIT-COST NUMERIC AND GR-UNIT-COST > ZERO
               MOVE GR-UNIT-COST TO WS-COST-IN-UNIT
           ELSE IF OPEN-PO-FOUND
               MOVE WS-PO-UNIT-COST(PO-IDX) TO WS-COST-IN-UNIT
           END-IF END-IF.
           IF WS-COST-IN-UNIT = ZERO
               MOVE SPACES TO RECEIVINGEXCEPTION
               MOVE GR-SKU TO RX-SKU
               MOVE ZERO TO RX-PO-NUMBER
               MOVE GR-QUANTITY TO RX-QUANTITY
               MOVE "RECEIPT WITH NO UNIT COST" TO RX-MESSAGE
               WRITE RECEIVINGEXCEPTION AFTER ADVANCING 1 LINE
               ADD 1 TO WS-RECV-EXCEPT-COUNT
           END-IF.
           MOVE GR-STORE TO WS-FIND-STORE.
           MOVE GR-SKU TO WS-FIND-SKU.
           MOVE "*UNCATALOGUED*" TO WS-LINE-DESCRIPTION.
           PERFORM 0059-FETCH-ITEM.
           MOVE GR-QUANTITY TO WS-COST-IN-QTY.
           PERFORM 0058-AVERAGE-IN-COST.
           ADD GR-QUANTITY TO IM-ON-HAND.
           REWRITE ITEM-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Item rewrite failed for ", IM-SKU
           END-REWRITE.
           MOVE WS-RUN-DATE-RAW TO WS-ACTIVITY-DATE.
           MOVE "G" TO WS-ACTIVITY-TYPE.
           MOVE GR-QUANTITY TO WS-ACTIVITY-QTY.
           PERFORM 0053-LOG-ITEM-ACTIVITY.
       0058-RECEIPT-END.

      *Weighted average: the units already on the shelf at the
      *item's average plus the units coming in at theirs, over the
      *new shelf count.  Units with no known cost come in at the
      *current average, which leaves it where it was.
       0058-AVERAGE-IN-COST.
           IF WS-COST-IN-UNIT > ZERO
              AND IM-ON-HAND + WS-COST-IN-QTY > ZERO
               COMPUTE IM-AVG-COST ROUNDED =
                   (IM-ON-HAND * IM-AVG-COST
                    + WS-COST-IN-QTY * WS-COST-IN-UNIT)
                   / (IM-ON-HAND + WS-COST-IN-QTY)
           END-IF.
       0058-AVERAGE-END.

      *An inter-store transfer moves stock between the two masters
      *without looking like a sale: off GR-STORE's shelf (floored
      *at zero and reported when the sending shelf did not hold
      *enough) and onto GR-TO-STORE's.  The units carry the
      *sending store's average cost into the receiving store's.
       0058-APPLY-TRANSFER.
           ADD 1 TO WS-TRANSFER-COUNT.
           MOVE GR-STORE TO WS-FIND-STORE.
           MOVE GR-SKU TO WS-FIND-SKU.
           MOVE "*UNCATALOGUED*" TO WS-LINE-DESCRIPTION.
           PERFORM 0059-FETCH-ITEM.
           MOVE IM-AVG-COST TO WS-COST-IN-UNIT.
           MOVE IM-ON-HAND TO WS-OLD-ON-HAND.
           COMPUTE WS-TRANSFER-SHORT-QTY =
               IM-ON-HAND - GR-QUANTITY.
           IF WS-TRANSFER-SHORT-QTY < ZERO
               INVALID KEY
                   DISPLAY "Item rewrite failed for ", IM-SKU
           END-REWRITE.
           MOVE WS-RUN-DATE-RAW TO WS-ACTIVITY-DATE.
           MOVE "X" TO WS-ACTIVITY-TYPE.
           COMPUTE WS-ACTIVITY-QTY = IM-ON-HAND - WS-OLD-ON-HAND.
           PERFORM 0053-LOG-ITEM-ACTIVITY.
           MOVE GR-TO-STORE TO WS-FIND-STORE.
           PERFORM 0059-FETCH-ITEM.
           MOVE GR-QUANTITY TO WS-COST-IN-QTY.
           PERFORM 0058-AVERAGE-IN-COST.
           ADD GR-QUANTITY TO IM-ON-HAND.
           REWRITE ITEM-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Item rewrite failed for ", IM-SKU
           END-REWRITE.
           MOVE "T" TO WS-ACTIVITY-TYPE.
           MOVE GR-QUANTITY TO WS-ACTIVITY-QTY.
           PERFORM 0053-LOG-ITEM-ACTIVITY.
       0058-XFER-END.

      *No purchase-order file yet just means the subsystem has not
                           MOVE PO-ORDER-DATE
                               TO WS-PO-ORDER-DATE(PO-IDX)
                           MOVE PO-STATUS TO WS-PO-STATUS(PO-IDX)
                           IF PO-UNIT-COST NUMERIC
                               MOVE PO-UNIT-COST
                                   TO WS-PO-UNIT-COST(PO-IDX)
                           END-IF
                       ELSE
                           DISPLAY "Purchase-order table full at "
                                   "500 entries, ignoring ",
           END-IF.
       0056-END.

      *No drawer-count file just means no store has sent its close
      *counts yet: every drawer then posts at what it should hold.
       0090-LOAD-DRAWER-COUNTS.
           OPEN INPUT DRAWERCOUNT.
           IF WS-DRAWER-CHECK-KEY NOT = "00"
               GO TO 0090-END
           END-IF.
           READ DRAWERCOUNT
               AT END SET DRAWER-AT-EOF TO TRUE
           END-READ.
           PERFORM 0091-TABLE-ONE-COUNT UNTIL DRAWER-AT-EOF.
           CLOSE DRAWERCOUNT.
       0090-END.

       0091-TABLE-ONE-COUNT.
           IF DRAWER-COUNT-RECORD NOT = SPACES
               IF DC-STORE NUMERIC AND DC-REGISTER NUMERIC
                  AND DC-COUNT-DATE NUMERIC
                  AND DC-COUNTED-CASH NUMERIC
                   PERFORM 0092-NOTE-DRAWER-COUNT
               ELSE
                   DISPLAY "Unreadable drawer count skipped: ",
                           DRAWER-COUNT-RECORD
               END-IF
           END-IF.
           READ DRAWERCOUNT
               AT END SET DRAWER-AT-EOF TO TRUE
           END-READ.
       0091-END.

       0092-NOTE-DRAWER-COUNT.
           SET DRW-IDX TO 1.
           SEARCH WS-DRAWER-ENTRY
               AT END
                   IF WS-DRAWER-COUNT < 100
                       ADD 1 TO WS-DRAWER-COUNT
                       SET DRW-IDX TO WS-DRAWER-COUNT
                       MOVE DC-STORE TO WS-DRW-STORE(DRW-IDX)
                       MOVE DC-REGISTER TO WS-DRW-REGISTER(DRW-IDX)
                       MOVE DC-COUNT-DATE TO WS-DRW-DATE(DRW-IDX)
                       MOVE DC-COUNTED-CASH
                           TO WS-DRW-COUNTED(DRW-IDX)
                       MOVE DC-STORE TO WS-FIND-STORE
                       MOVE DC-COUNT-DATE TO WS-FIND-DATE
                       PERFORM 0218-NOTE-GL-DAY
                   ELSE
                       DISPLAY "Drawer count table full at 100, "
                               "register ", DC-REGISTER, " store ",
                               DC-STORE, " posts uncounted"
                   END-IF
               WHEN WS-DRW-STORE(DRW-IDX) = DC-STORE
                    AND WS-DRW-REGISTER(DRW-IDX) = DC-REGISTER
                    AND WS-DRW-DATE(DRW-IDX) = DC-COUNT-DATE
                   ADD DC-COUNTED-CASH TO WS-DRW-COUNTED(DRW-IDX)
           END-SEARCH.
       0092-END.

      *No promotions file just means nothing is on promotion.
       0094-LOAD-PROMOTIONS.
           OPEN INPUT PROMOTIONS.
           IF WS-PROMO-CHECK-KEY NOT = "00"
               GO TO 0094-END
           END-IF.
           READ PROMOTIONS
               AT END SET PROMOTIONS-AT-EOF TO TRUE
           END-READ.
           PERFORM 0095-TABLE-ONE-PROMOTION UNTIL PROMOTIONS-AT-EOF.
           CLOSE PROMOTIONS.
       0094-END.

       0095-TABLE-ONE-PROMOTION.
           IF PROMOTION-RECORD NOT = SPACES
               IF PR-SKU NUMERIC AND PR-PROMO-PRICE NUMERIC
                  AND PR-START-DATE NUMERIC AND PR-END-DATE NUMERIC
                   IF FUNCTION TEST-DATE-YYYYMMDD(PR-START-DATE) = 0
                      AND FUNCTION TEST-DATE-YYYYMMDD(PR-END-DATE)
                          = 0
                      AND PR-START-DATE NOT > PR-END-DATE
                      AND PR-SKU NOT = ZERO
                       PERFORM 0096-NOTE-PROMOTION
                   ELSE
                       DISPLAY "Promotion with bad SKU or dates ",
                               "skipped: ", PROMOTION-RECORD
                   END-IF
               ELSE
                   DISPLAY "Unreadable promotion skipped: ",
                           PROMOTION-RECORD
               END-IF
           END-IF.
           READ PROMOTIONS
               AT END SET PROMOTIONS-AT-EOF TO TRUE
           END-READ.
       0095-END.

      *A promotion just keyed has no tracking yet; one that has
      *been through a run carries its figures forward.
       0096-NOTE-PROMOTION.
           IF WS-PROMO-COUNT < 200
               ADD 1 TO WS-PROMO-COUNT
               SET PRM-IDX TO WS-PROMO-COUNT
               MOVE PR-SKU TO WS-PRM-SKU(PRM-IDX)
               MOVE PR-DESCRIPTION TO WS-PRM-DESCRIPTION(PRM-IDX)
               MOVE PR-PROMO-PRICE TO WS-PRM-PRICE(PRM-IDX)
               MOVE PR-START-DATE TO WS-PRM-START(PRM-IDX)
               MOVE PR-END-DATE TO WS-PRM-END(PRM-IDX)
               IF PR-BASE-UNITS NUMERIC AND PR-BASE-REVENUE NUMERIC
                  AND PR-PROMO-UNITS NUMERIC
                  AND PR-PROMO-REVENUE NUMERIC
                   MOVE PR-BASE-STATUS
                       TO WS-PRM-BASE-STATUS(PRM-IDX)
                   MOVE PR-BASE-UNITS TO WS-PRM-BASE-UNITS(PRM-IDX)
                   MOVE PR-BASE-REVENUE
                       TO WS-PRM-BASE-REVENUE(PRM-IDX)
                   MOVE PR-PROMO-UNITS TO WS-PRM-UNITS(PRM-IDX)
                   MOVE PR-PROMO-REVENUE TO WS-PRM-REVENUE(PRM-IDX)
               END-IF
           ELSE
               DISPLAY "Promotion table full at 200, SKU ", PR-SKU,
                       " not checked or tracked"
           END-IF.
       0096-END.

      *Each receipt against the oldest open order for its SKU: a
      *delivery that fills the order closes it, one that overfills
      *closes it and reports the excess, one that underfills stays
                   MOVE ZERO TO IM-ON-HAND
                   MOVE "S" TO IM-TAX-CLASS
                   MOVE ZERO TO IM-REORDER-POINT
                   MOVE ZERO TO IM-AVG-COST
                   WRITE ITEM-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "Item create failed for ",
           WRITE PRINT-LINE FROM HEADING-LINE1
              AFTER ADVANCING 2 LINES.

       0155-PRINT-PRICE-HEADINGS.
           WRITE PRICE-PRINT-LINE FROM PRICE-HEADING-LINE
              AFTER ADVANCING PAGE.
           WRITE PRICE-PRINT-LINE FROM PRICE-COLUMN-LINE
              AFTER ADVANCING 2 LINES.
       0155-END.

       0200-PRINT-CUSTOMER-SALES.
           ADD 1 TO WS-SALES-IN-COUNT.
           PERFORM 0205-VALIDATE-SALES-RECORD.
           ELSE
               MOVE +1 TO WS-SALE-SIGN
           END-IF.
           MOVE STORE-NUMBER TO WS-FIND-STORE.
           MOVE SALE-DATE TO WS-FIND-DATE.
           PERFORM 0218-NOTE-GL-DAY.
           MOVE CUSTOMER-ID TO CL-CUSTOMER-ID.
           MOVE LASTNAME TO CL-LASTNAME.
           MOVE FIRSTNAME TO CL-FIRSTNAME.
                   MOVE "S007" TO WS-SALES-REJECT-CODE
                   MOVE "CUSTOMER ID NOT ON MASTER"
                       TO WS-SALES-REJECT-TEXT
               ELSE IF OTHER-TENDER
                   PERFORM 0208-CHECK-HOUSE-CHARGE THRU 0208-END
               END-IF END-IF
           END-IF END-IF END-IF END-IF END-IF END-IF END-IF.
       0205-END.

      *Tender "O" is the house charge: the customer has to have an
      *account, and a sale has to fit under its credit limit on
      *top of what is already owed (an account on hold takes no
      *new charges at all).  A return onto the account is always
      *let through -- it only brings the balance down.
       0208-CHECK-HOUSE-CHARGE.
           IF NOT CHARGE-ACCTS-ARE-OPEN
               SET SALES-RECORD-INVALID TO TRUE
               MOVE "S011" TO WS-SALES-REJECT-CODE
               MOVE "NO HOUSE CHARGE ACCOUNT" TO WS-SALES-REJECT-TEXT
               GO TO 0208-END
           END-IF.
           MOVE CUSTOMER-ID TO AR-CUSTOMER-ID.
           READ CHARGEACCTS
               INVALID KEY
                   SET SALES-RECORD-INVALID TO TRUE
                   MOVE "S011" TO WS-SALES-REJECT-CODE
                   MOVE "NO HOUSE CHARGE ACCOUNT"
                       TO WS-SALES-REJECT-TEXT
           END-READ.
           IF SALES-RECORD-INVALID OR RETURN-TRANSACTION
               GO TO 0208-END
           END-IF.
           IF AR-IS-ON-HOLD
               SET SALES-RECORD-INVALID TO TRUE
               MOVE "S012" TO WS-SALES-REJECT-CODE
               MOVE "HOUSE CHARGE ACCOUNT ON HOLD"
                   TO WS-SALES-REJECT-TEXT
               GO TO 0208-END
           END-IF.
           COMPUTE WS-CHARGE-MAXIMUM ROUNDED =
               WS-RECORD-DOLLARS * (1 + WS-STANDARD-TAX-RATE).
           IF AR-BALANCE + WS-CHARGE-MAXIMUM > AR-CREDIT-LIMIT
               SET SALES-RECORD-INVALID TO TRUE
               MOVE "S013" TO WS-SALES-REJECT-CODE
               MOVE "CHARGE OVER CREDIT LIMIT" TO WS-SALES-REJECT-TEXT
           END-IF.
       0208-END.

      *The till's customer id has to be a real customer (or the
      *designated cash-sale id) before the record can touch the
      *loyalty history.
           COMPUTE WS-SUBTOT-QUANT = WS-SUBTOT-QUANT
               + QUANTITY(WS-INDEX) * WS-SALE-SIGN.
           PERFORM 0212-COMPUTE-LINE-TAX.
           PERFORM 0240-CHECK-LINE-PRICE THRU 0240-END.
           PERFORM 0211-COST-LINE.
           PERFORM 0213-ACCUMULATE-PERIOD.
           PERFORM 0230-ACCUMULATE-INVENTORY.

           END-IF.
           COMPUTE WS-CUST-TAX = WS-CUST-TAX
               + WS-LINE-TAX * WS-SALE-SIGN.
           IF WS-GL-SLOT-VALID = "Y"
               PERFORM 0219-ACCUMULATE-GL-LINE
           END-IF.
       0212-END.

      *The line's merchandise lands in its tax class's revenue (or,
      *for a return, its returns) account for the store-day, and
      *its tax nets into the day's tax payable.
       0219-ACCUMULATE-GL-LINE.
           IF WS-LINE-TAX-CLASS = "F"
               IF RETURN-TRANSACTION
                   ADD WS-ITEM-TOTAL TO WS-GLD-FOOD-RETURNS(GLD-IDX)
               ELSE
                   ADD WS-ITEM-TOTAL TO WS-GLD-FOOD-SALES(GLD-IDX)
               END-IF
           ELSE
               IF RETURN-TRANSACTION
                   ADD WS-ITEM-TOTAL TO WS-GLD-STD-RETURNS(GLD-IDX)
               ELSE
                   ADD WS-ITEM-TOTAL TO WS-GLD-STD-SALES(GLD-IDX)
               END-IF
           END-IF.
           COMPUTE WS-GLD-SALES-TAX(GLD-IDX) =
               WS-GLD-SALES-TAX(GLD-IDX)
               + WS-LINE-TAX * WS-SALE-SIGN.
       0219-END.

      *The line's cost of goods at the selling store's average,
      *off the item record 0212 just read: a sale charges it to the
      *store, a return credits it back.
       0211-COST-LINE.
           COMPUTE WS-LINE-COST ROUNDED =
               QUANTITY(WS-INDEX) * IM-AVG-COST.
           MOVE STORE-NUMBER TO WS-FIND-STORE.
           PERFORM 0217-NOTE-STORE-MARGIN.
           IF WS-SMG-SLOT-VALID = "Y"
               COMPUTE WS-SMG-SALES(SMG-IDX) = WS-SMG-SALES(SMG-IDX)
                   + WS-ITEM-TOTAL * WS-SALE-SIGN
               COMPUTE WS-SMG-COST(SMG-IDX) = WS-SMG-COST(SMG-IDX)
                   + WS-LINE-COST * WS-SALE-SIGN
           END-IF.
           COMPUTE WS-ALL-MARGIN-SALES = WS-ALL-MARGIN-SALES
               + WS-ITEM-TOTAL * WS-SALE-SIGN.
           COMPUTE WS-ALL-MARGIN-COST = WS-ALL-MARGIN-COST
               + WS-LINE-COST * WS-SALE-SIGN.
       0211-END.

      *The line lands in the week bucket its SALE-DATE belongs to
      *(this week or last week), and in the month-to-date or prior-
      *month dollars, both for the item and the "*OVERALL*" store
           END-SEARCH.
       0216-END.

      *Position SMG-IDX at WS-FIND-STORE's margin and valuation
      *totals, opening a slot for a store not seen yet.
       0217-NOTE-STORE-MARGIN.
           MOVE "Y" TO WS-SMG-SLOT-VALID.
           SET SMG-IDX TO 1.
           SEARCH WS-STORE-MARGIN-ENTRY
               AT END
                   IF WS-STORE-MARGIN-COUNT < 10
                       ADD 1 TO WS-STORE-MARGIN-COUNT
                       SET SMG-IDX TO WS-STORE-MARGIN-COUNT
                       MOVE WS-FIND-STORE TO WS-SMG-STORE(SMG-IDX)
                   ELSE
                       MOVE "N" TO WS-SMG-SLOT-VALID
                       DISPLAY "Store margin table full at 10 "
                               "stores, not tracking store ",
                               WS-FIND-STORE
                   END-IF
               WHEN WS-SMG-STORE(SMG-IDX) = WS-FIND-STORE
                   CONTINUE
           END-SEARCH.
       0217-END.

      *Position GLD-IDX at the journal accumulators for
      *WS-FIND-STORE on WS-FIND-DATE, opening a slot for a store-day
      *not seen yet.
       0218-NOTE-GL-DAY.
           MOVE "Y" TO WS-GL-SLOT-VALID.
           SET GLD-IDX TO 1.
           SEARCH WS-GL-DAY-ENTRY
               AT END
                   IF WS-GL-DAY-COUNT < 50
                       ADD 1 TO WS-GL-DAY-COUNT
                       SET GLD-IDX TO WS-GL-DAY-COUNT
                       MOVE WS-FIND-STORE TO WS-GLD-STORE(GLD-IDX)
                       MOVE WS-FIND-DATE TO WS-GLD-DATE(GLD-IDX)
                   ELSE
                       MOVE "N" TO WS-GL-SLOT-VALID
                       SET GL-TABLE-OVERFLOWED TO TRUE
                       DISPLAY "Sales journal table full at 50 "
                               "store-days, journal will be refused"
                   END-IF
               WHEN WS-GLD-STORE(GLD-IDX) = WS-FIND-STORE
                    AND WS-GLD-DATE(GLD-IDX) = WS-FIND-DATE
                   CONTINUE
           END-SEARCH.
       0218-END.

       0214-BUCKET-ONE-ENTRY.
           PERFORM 0063-FIND-PERIOD-ENTRY.
           IF WS-PER-SLOT-VALID = "Y"
                   COMPUTE WS-DISCOUNT-AMOUNT ROUNDED =
                      WS-ITEM-SUBTOTAL * WS-LOYALTY-DISCOUNT-PCT
                   SUBTRACT WS-DISCOUNT-AMOUNT FROM WS-ITEM-SUBTOTAL
                   IF WS-GL-SLOT-VALID = "Y"
                       ADD WS-DISCOUNT-AMOUNT
                           TO WS-GLD-DISCOUNTS(GLD-IDX)
                   END-IF
                   MOVE WS-DISCOUNT-AMOUNT TO DL-AMOUNT
                   WRITE PRINT-LINE FROM DISCOUNT-LINE
                      AFTER ADVANCING 1 LINE
                           QUANTITY(WS-INDEX) * WS-SALE-SIGN
                       COMPUTE WS-INV-DOLLARS(INV-IDX) =
                           WS-ITEM-TOTAL * WS-SALE-SIGN
                       COMPUTE WS-INV-COST(INV-IDX) =
                           WS-LINE-COST * WS-SALE-SIGN
                   ELSE
                       DISPLAY "Inventory movement table full at 500 "
                               "items, not tracking ",
                   COMPUTE WS-INV-DOLLARS(INV-IDX) =
                       WS-INV-DOLLARS(INV-IDX)
                       + WS-ITEM-TOTAL * WS-SALE-SIGN
                   COMPUTE WS-INV-COST(INV-IDX) =
                       WS-INV-COST(INV-IDX)
                       + WS-LINE-COST * WS-SALE-SIGN
           END-SEARCH.
      *Every unit sold comes off the shelf count in place; a
      *returned unit goes back on it.  An oversell would take the
           MOVE ITEM-SKU(WS-INDEX) TO WS-FIND-SKU.
           MOVE DESCRIPTION(WS-INDEX) TO WS-LINE-DESCRIPTION.
           PERFORM 0059-FETCH-ITEM.
           MOVE IM-ON-HAND TO WS-OLD-ON-HAND.
           COMPUTE WS-NEW-ON-HAND =
               IM-ON-HAND - QUANTITY(WS-INDEX) * WS-SALE-SIGN.
           IF WS-NEW-ON-HAND < ZERO
               INVALID KEY
                   DISPLAY "Item rewrite failed for ", IM-SKU
           END-REWRITE.
           MOVE SALE-DATE TO WS-ACTIVITY-DATE.
           IF RETURN-TRANSACTION
               MOVE "R" TO WS-ACTIVITY-TYPE
           ELSE
               MOVE "S" TO WS-ACTIVITY-TYPE
           END-IF.
           COMPUTE WS-ACTIVITY-QTY = IM-ON-HAND - WS-OLD-ON-HAND.
           PERFORM 0053-LOG-ITEM-ACTIVITY.

      *The subtotal block now carries merchandise plus tax (less
      *any loyalty discount 0225 already took off the merchandise
           ADD WS-SUBTOT-QUANT TO WS-TOTAL-QUAT.
           ADD WS-CUST-TOTAL-DUE TO WS-TOTAL-SALE.
           PERFORM 0222-ACCUMULATE-REGISTER.
           PERFORM 0226-ACCUMULATE-GL-TENDER.
           IF OTHER-TENDER
               PERFORM 0228-POST-HOUSE-CHARGE
           END-IF.

      *The ticket's amount due (a credit, for a return) goes onto
      *the account 0208 passed, so the next ticket tonight is held
      *against it, and onto the activity the statement bills from.
       0228-POST-HOUSE-CHARGE.
           MOVE CUSTOMER-ID TO AR-CUSTOMER-ID.
           READ CHARGEACCTS
               INVALID KEY
                   DISPLAY "House charge account vanished for ",
                           CUSTOMER-ID
               NOT INVALID KEY
                   ADD WS-CUST-TOTAL-DUE TO AR-BALANCE
                   REWRITE CHARGE-ACCOUNT-RECORD
                       INVALID KEY
                           DISPLAY "Charge account rewrite failed ",
                                   "for ", CUSTOMER-ID
                       NOT INVALID KEY
                           PERFORM 0229-LOG-CHARGE-ACTIVITY
                   END-REWRITE
           END-READ.
       0228-END.

       0229-LOG-CHARGE-ACTIVITY.
           MOVE SPACES TO CHARGE-ACTIVITY-RECORD.
           MOVE CUSTOMER-ID TO CX-CUSTOMER-ID.
           MOVE WS-RUN-DATE-RAW TO CX-POST-DATE.
           MOVE SALE-DATE TO CX-TRANS-DATE.
           IF RETURN-TRANSACTION
               SET CX-IS-RETURN TO TRUE
           ELSE
               SET CX-IS-CHARGE TO TRUE
           END-IF.
           MOVE STORE-NUMBER TO CX-STORE.
           MOVE REGISTER-NUMBER TO CX-REGISTER.
           MOVE WS-CUST-TOTAL-DUE TO CX-AMOUNT.
           WRITE CHARGE-ACTIVITY-RECORD AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-CHARGE-COUNT.
           ADD WS-CUST-TOTAL-DUE TO WS-CHARGE-DOLLARS.
       0229-END.

      *The ticket's amount due (a credit for a return) lands in its
      *register's bucket by tender, so the night ends knowing what
           END-EVALUATE.
       0224-END.

      *The ticket's amount due by tender into the store-day's
      *clearing totals -- kept apart from the register table, so a
      *register that does not fit there still reaches the ledger.
      *Cash also goes against the drawer's count, if it has one.
       0226-ACCUMULATE-GL-TENDER.
           IF WS-GL-SLOT-VALID = "Y"
               EVALUATE TRUE
                   WHEN CASH-TENDER
                       ADD WS-CUST-TOTAL-DUE TO WS-GLD-CASH(GLD-IDX)
                   WHEN CARD-TENDER
                       ADD WS-CUST-TOTAL-DUE TO WS-GLD-CARD(GLD-IDX)
                   WHEN OTHER
                       ADD WS-CUST-TOTAL-DUE TO WS-GLD-OTHER(GLD-IDX)
               END-EVALUATE
           END-IF.
           IF CASH-TENDER
               SET DRW-IDX TO 1
               SEARCH WS-DRAWER-ENTRY
                   AT END
                       CONTINUE
                   WHEN DRW-IDX > WS-DRAWER-COUNT
                       CONTINUE
                   WHEN WS-DRW-STORE(DRW-IDX) = STORE-NUMBER
                        AND WS-DRW-REGISTER(DRW-IDX) = REGISTER-NUMBER
                        AND WS-DRW-DATE(DRW-IDX) = SALE-DATE
                       ADD WS-CUST-TOTAL-DUE
                           TO WS-DRW-EXPECTED(DRW-IDX)
               END-SEARCH
           END-IF.
       0226-END.

      *The line against the price it should have rung at.  A line
      *at any other price prints with what it cost (or gained) the
      *store -- a return refunded at the wrong price counts the
      *other way.  An item with neither a promotion nor a regular
      *price on file prints too, so the price master gets fixed.
       0240-CHECK-LINE-PRICE.
           MOVE "N" TO WS-PROMO-FOUND-FLAG.
           MOVE ZERO TO WS-EXPECTED-PRICE.
           MOVE SPACES TO WS-PRICE-SOURCE.
           PERFORM 0242-CHECK-ONE-PROMOTION
               VARYING PRM-IDX FROM 1 BY 1
               UNTIL PRM-IDX > WS-PROMO-COUNT.
           IF PROMO-PRICE-FOUND
               MOVE "PROMO" TO WS-PRICE-SOURCE
           ELSE
               IF NOT PRICE-MASTER-IS-OPEN
                   GO TO 0240-END
               END-IF
               MOVE STORE-NUMBER TO PM-STORE
               MOVE ITEM-SKU(WS-INDEX) TO PM-SKU
               READ PRICEMASTER
                   INVALID KEY
                       MOVE "NO PRICE" TO WS-PRICE-SOURCE
                   NOT INVALID KEY
                       MOVE PM-REGULAR-PRICE TO WS-EXPECTED-PRICE
                       MOVE "REGULAR" TO WS-PRICE-SOURCE
               END-READ
           END-IF.
           IF WS-PRICE-SOURCE = "NO PRICE"
               MOVE ZERO TO WS-PRICE-IMPACT
               ADD 1 TO WS-UNPRICED-COUNT
               PERFORM 0244-PRINT-PRICE-EXCEPTION
               GO TO 0240-END
           END-IF.
           IF PRICE(WS-INDEX) NOT = WS-EXPECTED-PRICE
               COMPUTE WS-PRICE-IMPACT =
                   (PRICE(WS-INDEX) - WS-EXPECTED-PRICE)
                   * QUANTITY(WS-INDEX) * WS-SALE-SIGN
               ADD 1 TO WS-OVERRIDE-COUNT
               ADD WS-PRICE-IMPACT TO WS-OVERRIDE-IMPACT
               PERFORM 0244-PRINT-PRICE-EXCEPTION
           END-IF.
       0240-END.

      *Every promotion in force for the item on the sale date
      *takes the line's units and revenue, and the lowest of their
      *prices is the one the till should have charged.
       0242-CHECK-ONE-PROMOTION.
           IF WS-PRM-SKU(PRM-IDX) = ITEM-SKU(WS-INDEX)
              AND SALE-DATE NOT < WS-PRM-START(PRM-IDX)
              AND SALE-DATE NOT > WS-PRM-END(PRM-IDX)
               COMPUTE WS-PRM-UNITS(PRM-IDX) = WS-PRM-UNITS(PRM-IDX)
                   + QUANTITY(WS-INDEX) * WS-SALE-SIGN
               COMPUTE WS-PRM-REVENUE(PRM-IDX) =
                   WS-PRM-REVENUE(PRM-IDX)
                   + WS-ITEM-TOTAL * WS-SALE-SIGN
               IF NOT PROMO-PRICE-FOUND
                  OR WS-PRM-PRICE(PRM-IDX) < WS-EXPECTED-PRICE
                   MOVE WS-PRM-PRICE(PRM-IDX) TO WS-EXPECTED-PRICE
                   SET PROMO-PRICE-FOUND TO TRUE
               END-IF
           END-IF.
       0242-END.

       0244-PRINT-PRICE-EXCEPTION.
           MOVE STORE-NUMBER TO PX-STORE.
           MOVE REGISTER-NUMBER TO PX-REGISTER.
           MOVE SALE-DATE TO PX-SALE-DATE.
           MOVE CUSTOMER-ID TO PX-CUSTOMER-ID.
           MOVE ITEM-SKU(WS-INDEX) TO PX-SKU.
           MOVE DESCRIPTION(WS-INDEX) TO PX-DESCRIPTION.
           COMPUTE PX-QUANTITY = QUANTITY(WS-INDEX) * WS-SALE-SIGN.
           MOVE PRICE(WS-INDEX) TO PX-RUNG-PRICE.
           MOVE WS-EXPECTED-PRICE TO PX-EXPECTED-PRICE.
           MOVE WS-PRICE-SOURCE TO PX-SOURCE.
           MOVE WS-PRICE-IMPACT TO PX-IMPACT.
           WRITE PRICE-PRINT-LINE FROM PRICE-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
       0244-END.

       0300-PRINT-GRAND-TOTAL.
           MOVE WS-TOTAL-QUAT TO GT-TOTAL-QUANT.
           MOVE WS-TOTAL-SALE TO GT-TOTAL-SALES.
                   " PRINTED=", WS-SALES-PRINTED-COUNT,
                   " REJECTED=", WS-SALES-REJECT-COUNT,
                   " BALANCED=", CT-BALANCED.
           DISPLAY "HOUSE CHARGES: TICKETS=", WS-CHARGE-COUNT,
                   " NET=", WS-CHARGE-DOLLARS.
           PERFORM 0350-PRINT-REGISTER-RECON.

      *End-of-day page per register: what the drawer should hold
               WRITE PRINT-LINE FROM RECON-DETAIL-LINE
                  AFTER ADVANCING 1 LINE
           END-PERFORM.
           IF WS-DRAWER-COUNT > ZERO
               WRITE PRINT-LINE FROM DRAWER-HEADING-LINE
                  AFTER ADVANCING 2 LINES
               WRITE PRINT-LINE FROM DRAWER-COLUMN-LINE
                  AFTER ADVANCING 1 LINE
               PERFORM 0355-PRINT-ONE-DRAWER
                   VARYING DRW-IDX FROM 1 BY 1
                   UNTIL DRW-IDX > WS-DRAWER-COUNT
           END-IF.
       0350-END.

      *Over is counted above expected, short is below it.
       0355-PRINT-ONE-DRAWER.
           COMPUTE WS-DRW-OVER-SHORT =
               WS-DRW-COUNTED(DRW-IDX) - WS-DRW-EXPECTED(DRW-IDX).
           MOVE WS-DRW-STORE(DRW-IDX) TO DW-STORE.
           MOVE WS-DRW-REGISTER(DRW-IDX) TO DW-REGISTER.
           MOVE WS-DRW-DATE(DRW-IDX) TO DW-DATE.
           MOVE WS-DRW-EXPECTED(DRW-IDX) TO DW-EXPECTED.
           MOVE WS-DRW-COUNTED(DRW-IDX) TO DW-COUNTED.
           MOVE WS-DRW-OVER-SHORT TO DW-OVER-SHORT.
           WRITE PRINT-LINE FROM DRAWER-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
       0355-END.

       0400-PRINT-INVENTORY-REPORT.
           WRITE INV-PRINT-LINE FROM INV-HEADING-LINE
              AFTER ADVANCING PAGE.

       0600-END.

      *Gross margin alongside the rankings: sales against cost of
      *goods by item, by store, and for all stores, then what the
      *shelves are worth at cost once the day's receipts, transfers
      *and sales have all posted.
       0650-PRINT-GROSS-MARGIN.
           MOVE "GROSS MARGIN" TO RH-TITLE.
           WRITE INV-PRINT-LINE FROM RANK-HEADING-LINE
              AFTER ADVANCING PAGE.
           WRITE INV-PRINT-LINE FROM MARGIN-COLUMN-LINE
              AFTER ADVANCING 2 LINES.
           PERFORM 0655-PRINT-ONE-ITEM-MARGIN
              VARYING INV-IDX FROM 1 BY 1
              UNTIL INV-IDX > WS-INVENTORY-COUNT.
           MOVE "BY STORE" TO MS-TITLE.
           WRITE INV-PRINT-LINE FROM MARGIN-SECTION-LINE
              AFTER ADVANCING 2 LINES.
           PERFORM 0656-PRINT-ONE-STORE-MARGIN
              VARYING SMG-IDX FROM 1 BY 1
              UNTIL SMG-IDX > WS-STORE-MARGIN-COUNT.
           MOVE "*ALL STORES*" TO MG-DESCRIPTION.
           MOVE WS-ALL-MARGIN-SALES TO WS-MG-SALES-AMT.
           MOVE WS-ALL-MARGIN-COST TO WS-MG-COST-AMT.
           PERFORM 0660-SET-MARGIN-FIELDS.
           WRITE INV-PRINT-LINE FROM MARGIN-DETAIL-LINE
              AFTER ADVANCING 2 LINES.
           PERFORM 0670-VALUE-INVENTORY.
           MOVE "INVENTORY VALUATION AT COST" TO MS-TITLE.
           WRITE INV-PRINT-LINE FROM MARGIN-SECTION-LINE
              AFTER ADVANCING 3 LINES.
           WRITE INV-PRINT-LINE FROM VALUATION-COLUMN-LINE
              AFTER ADVANCING 2 LINES.
           PERFORM 0676-PRINT-ONE-STORE-VALUE
              VARYING SMG-IDX FROM 1 BY 1
              UNTIL SMG-IDX > WS-STORE-MARGIN-COUNT.
           MOVE "*ALL STORES*" TO VL-LABEL.
           MOVE WS-ALL-VALUE-UNITS TO VL-UNITS.
           MOVE WS-ALL-VALUE-COST TO VL-VALUE.
           WRITE INV-PRINT-LINE FROM VALUATION-DETAIL-LINE
              AFTER ADVANCING 2 LINES.
           DISPLAY "GROSS MARGIN: SALES=", WS-ALL-MARGIN-SALES,
                   " COST=", WS-ALL-MARGIN-COST,
                   " INVENTORY AT COST=", WS-ALL-VALUE-COST.
       0650-END.

       0655-PRINT-ONE-ITEM-MARGIN.
           MOVE WS-INV-DESCRIPTION(INV-IDX) TO MG-DESCRIPTION.
           MOVE WS-INV-DOLLARS(INV-IDX) TO WS-MG-SALES-AMT.
           MOVE WS-INV-COST(INV-IDX) TO WS-MG-COST-AMT.
           PERFORM 0660-SET-MARGIN-FIELDS.
           WRITE INV-PRINT-LINE FROM MARGIN-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
       0655-END.

       0656-PRINT-ONE-STORE-MARGIN.
           MOVE WS-SMG-STORE(SMG-IDX) TO WS-MSL-STORE.
           MOVE WS-MARGIN-STORE-LABEL TO MG-DESCRIPTION.
           MOVE WS-SMG-SALES(SMG-IDX) TO WS-MG-SALES-AMT.
           MOVE WS-SMG-COST(SMG-IDX) TO WS-MG-COST-AMT.
           PERFORM 0660-SET-MARGIN-FIELDS.
           WRITE INV-PRINT-LINE FROM MARGIN-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
       0656-END.

      *Margin percent is of sales; a line with no net sales (or a
      *percent too wide to print) shows zero.
       0660-SET-MARGIN-FIELDS.
           COMPUTE WS-MG-MARGIN-AMT =
               WS-MG-SALES-AMT - WS-MG-COST-AMT.
           MOVE WS-MG-SALES-AMT TO MG-SALES.
           MOVE WS-MG-COST-AMT TO MG-COST.
           MOVE WS-MG-MARGIN-AMT TO MG-MARGIN.
           MOVE ZERO TO WS-MG-PERCENT.
           IF WS-MG-SALES-AMT NOT = ZERO
               COMPUTE WS-MG-PERCENT ROUNDED =
                   WS-MG-MARGIN-AMT * 100 / WS-MG-SALES-AMT
                   ON SIZE ERROR
                       MOVE ZERO TO WS-MG-PERCENT
               END-COMPUTE
           END-IF.
           MOVE WS-MG-PERCENT TO MG-PERCENT.
       0660-END.

      *Every shelf on the item master, every store, at its average
      *cost.
       0670-VALUE-INVENTORY.
           MOVE "N" TO WS-ITEM-EOF-FLAG.
           MOVE ZERO TO IM-STORE.
           MOVE ZERO TO IM-SKU.
           START ITEMMASTER KEY IS >= IM-ITEM-KEY
               INVALID KEY SET ITEMMASTER-AT-EOF TO TRUE
           END-START.
           PERFORM 0675-VALUE-ONE-ITEM UNTIL ITEMMASTER-AT-EOF.
       0670-END.

       0675-VALUE-ONE-ITEM.
           READ ITEMMASTER NEXT RECORD
               AT END
                   SET ITEMMASTER-AT-EOF TO TRUE
               NOT AT END
                   COMPUTE WS-ITEM-VALUE ROUNDED =
                       IM-ON-HAND * IM-AVG-COST
                   MOVE IM-STORE TO WS-FIND-STORE
                   PERFORM 0217-NOTE-STORE-MARGIN
                   IF WS-SMG-SLOT-VALID = "Y"
                       ADD IM-ON-HAND TO WS-SMG-UNITS(SMG-IDX)
                       ADD WS-ITEM-VALUE TO WS-SMG-VALUE(SMG-IDX)
                   END-IF
                   ADD IM-ON-HAND TO WS-ALL-VALUE-UNITS
                   ADD WS-ITEM-VALUE TO WS-ALL-VALUE-COST
           END-READ.
       0675-END.

       0676-PRINT-ONE-STORE-VALUE.
           MOVE WS-SMG-STORE(SMG-IDX) TO WS-MSL-STORE.
           MOVE WS-MARGIN-STORE-LABEL TO VL-LABEL.
           MOVE WS-SMG-UNITS(SMG-IDX) TO VL-UNITS.
           MOVE WS-SMG-VALUE(SMG-IDX) TO VL-VALUE.
           WRITE INV-PRINT-LINE FROM VALUATION-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
       0676-END.

      *What the owner keeps in a notebook today: this week against
      *last week and month-to-date against the prior month, by item
      *and for the store overall.
              AFTER ADVANCING 1 LINE.
       0340-END.

      *Each promotion that has started: its units and revenue so
      *far beside what the item sold the week before it began,
      *scaled to the weeks it has run.
       0370-PRINT-PROMOTION-RESULTS.
           WRITE PRINT-LINE FROM PROMO-REPORT-HEADING
              AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM PROMO-NOTE-LINE
              AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM PROMO-COLUMN-LINE
              AFTER ADVANCING 2 LINES.
           PERFORM 0375-REPORT-ONE-PROMOTION
               VARYING PRM-IDX FROM 1 BY 1
               UNTIL PRM-IDX > WS-PROMO-COUNT.
           IF WS-PROMO-PRINTED = ZERO
               WRITE PRINT-LINE FROM PROMO-NONE-LINE
                  AFTER ADVANCING 1 LINE
           END-IF.
       0370-END.

       0375-REPORT-ONE-PROMOTION.
           PERFORM 0376-CAPTURE-BASELINE.
           IF WS-PRM-START(PRM-IDX) NOT > WS-RUN-DATE-RAW
               IF WS-RUN-DATE-RAW < WS-PRM-END(PRM-IDX)
                   MOVE WS-RUN-DATE-RAW TO WS-PROMO-LAST-DAY
               ELSE
                   MOVE WS-PRM-END(PRM-IDX) TO WS-PROMO-LAST-DAY
               END-IF
               COMPUTE WS-PROMO-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-PROMO-LAST-DAY)
                   - FUNCTION INTEGER-OF-DATE(WS-PRM-START(PRM-IDX))
                   + 7
               DIVIDE WS-PROMO-DAYS BY 7 GIVING WS-PROMO-WEEKS
               COMPUTE WS-BASE-UNITS-RUN =
                   WS-PRM-BASE-UNITS(PRM-IDX) * WS-PROMO-WEEKS
               COMPUTE WS-BASE-REVENUE-RUN =
                   WS-PRM-BASE-REVENUE(PRM-IDX) * WS-PROMO-WEEKS
               MOVE ZERO TO WS-PROMO-LIFT-PCT
               IF WS-BASE-UNITS-RUN NOT = ZERO
                   COMPUTE WS-PROMO-LIFT-PCT ROUNDED =
                       (WS-PRM-UNITS(PRM-IDX) - WS-BASE-UNITS-RUN)
                       * 100 / WS-BASE-UNITS-RUN
                       ON SIZE ERROR
                           MOVE ZERO TO WS-PROMO-LIFT-PCT
                   END-COMPUTE
               END-IF
               MOVE WS-PRM-SKU(PRM-IDX) TO PP-SKU
               MOVE WS-PRM-DESCRIPTION(PRM-IDX) TO PP-DESCRIPTION
               MOVE WS-PRM-PRICE(PRM-IDX) TO PP-PRICE
               MOVE WS-PRM-START(PRM-IDX) TO PP-START
               MOVE WS-PRM-END(PRM-IDX) TO PP-END
               MOVE WS-PROMO-WEEKS TO PP-WEEKS
               MOVE WS-PRM-UNITS(PRM-IDX) TO PP-UNITS
               MOVE WS-PRM-REVENUE(PRM-IDX) TO PP-REVENUE
               MOVE WS-BASE-UNITS-RUN TO PP-BASE-UNITS
               MOVE WS-BASE-REVENUE-RUN TO PP-BASE-REVENUE
               MOVE WS-PROMO-LIFT-PCT TO PP-LIFT-PCT
               IF PRM-BASE-CAPTURED(PRM-IDX)
                   MOVE SPACES TO PP-NOTE
               ELSE
                   MOVE "NO HISTORY" TO PP-NOTE
               END-IF
               WRITE PRINT-LINE FROM PROMO-DETAIL-LINE
                  AFTER ADVANCING 1 LINE
               ADD 1 TO WS-PROMO-PRINTED
           END-IF.
       0375-END.

      *The week before the promotion is the "last week" bucket on
      *any run in the promotion's first week, and only then: once
      *it has rolled off PERIODTOTALS.DAT a promotion keyed too
      *late has no history to compare with.  The buckets are read
      *after the day's sales, so late-rung sales of that week count.
       0376-CAPTURE-BASELINE.
           IF PRM-BASE-PENDING(PRM-IDX)
               COMPUTE WS-PROMO-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PRM-START(PRM-IDX))
               COMPUTE WS-PROMO-DOW =
                   FUNCTION MOD(WS-PROMO-INT - 1, 7)
               COMPUTE WS-BASE-WEEK-START =
                   FUNCTION DATE-OF-INTEGER
                       (WS-PROMO-INT - WS-PROMO-DOW - 7)
               IF WS-BASE-WEEK-START = WS-PREV-WEEK-START
                   MOVE ZERO TO WS-PRM-BASE-UNITS(PRM-IDX)
                   MOVE ZERO TO WS-PRM-BASE-REVENUE(PRM-IDX)
                   PERFORM 0377-ADD-ONE-BASE-BUCKET
                       VARYING PER-IDX FROM 1 BY 1
                       UNTIL PER-IDX > WS-PERIOD-COUNT
                   SET PRM-BASE-CAPTURED(PRM-IDX) TO TRUE
               ELSE
                   IF WS-BASE-WEEK-START < WS-PREV-WEEK-START
                       SET PRM-BASE-MISSING(PRM-IDX) TO TRUE
                   END-IF
               END-IF
           END-IF.
       0376-END.

       0377-ADD-ONE-BASE-BUCKET.
           IF WS-PER-SKU(PER-IDX) = WS-PRM-SKU(PRM-IDX)
               ADD WS-PER-LW-QTY(PER-IDX)
                   TO WS-PRM-BASE-UNITS(PRM-IDX)
               ADD WS-PER-LW-DOLLARS(PER-IDX)
                   TO WS-PRM-BASE-REVENUE(PRM-IDX)
           END-IF.
       0377-END.

      *The alert compares what is actually on the shelf -- opening
      *stock plus this morning's receipts minus the day's sales --
      *against the reorder point, walking the whole indexed item
           END-IF.
       0710-END.

       0750-PRINT-PRICE-TOTALS.
           MOVE "PRICE OVERRIDE LINES" TO PC-LABEL.
           MOVE WS-OVERRIDE-COUNT TO PC-COUNT.
           WRITE PRICE-PRINT-LINE FROM PRICE-COUNT-LINE
              AFTER ADVANCING 3 LINES.
           MOVE "NET DOLLAR IMPACT" TO PA-LABEL.
           MOVE WS-OVERRIDE-IMPACT TO PA-AMOUNT.
           WRITE PRICE-PRINT-LINE FROM PRICE-AMOUNT-LINE
              AFTER ADVANCING 1 LINE.
           MOVE "LINES WITH NO PRICE ON FILE" TO PC-LABEL.
           MOVE WS-UNPRICED-COUNT TO PC-COUNT.
           WRITE PRICE-PRINT-LINE FROM PRICE-COUNT-LINE
              AFTER ADVANCING 1 LINE.
           DISPLAY "PRICE OVERRIDES: LINES=", WS-OVERRIDE-COUNT,
                   " IMPACT=", WS-OVERRIDE-IMPACT,
                   " UNPRICED=", WS-UNPRICED-COUNT.
       0750-END.

      *The day's receipts applied, every order -- still open,
      *newly closed, or long closed -- rides to PURCHORDERS.NEW for
      *tomorrow.
               MOVE WS-PO-QTY-RECEIVED(PO-IDX) TO NPO-QTY-RECEIVED
               MOVE WS-PO-ORDER-DATE(PO-IDX) TO NPO-ORDER-DATE
               MOVE WS-PO-STATUS(PO-IDX) TO NPO-STATUS
               MOVE WS-PO-UNIT-COST(PO-IDX) TO NPO-UNIT-COST
               WRITE NEWPURCHORDERRECORD AFTER ADVANCING 1 LINE
           END-PERFORM.
           CLOSE NEWPURCHORDERS.
       0870-END.

      *The sales journal is only ever written balanced: every
      *store-day's debits (returns, discounts, tender clearing)
      *against its credits (revenue by tax class, tax payable), to
      *the penny, or nothing goes to the file and the run fails
      *loudly -- the same rule the payroll journal lives by.
       0880-POST-SALES-JOURNAL.
           IF GL-TABLE-OVERFLOWED
               DISPLAY "PETSTORE JOURNAL TABLE OVERFLOWED - ",
                       "SALES JOURNAL NOT WRITTEN"
               MOVE 8 TO RETURN-CODE
               GO TO 0880-END
           END-IF.
           SET GL-BALANCE-PASS TO TRUE.
           PERFORM 0882-JOURNAL-ONE-DAY
               VARYING GLD-IDX FROM 1 BY 1
               UNTIL GLD-IDX > WS-GL-DAY-COUNT.
           IF NOT GL-ALL-DAYS-BALANCE
               DISPLAY "PETSTORE SALES JOURNAL OUT OF BALANCE: ",
                       "DEBITS=", WS-GL-DEBIT-TOTAL,
                       " CREDITS=", WS-GL-CREDIT-TOTAL,
                       " - JOURNAL NOT WRITTEN"
               MOVE 8 TO RETURN-CODE
               GO TO 0880-END
           END-IF.
           MOVE ZERO TO WS-GL-DEBIT-TOTAL.
           MOVE ZERO TO WS-GL-CREDIT-TOTAL.
           SET GL-WRITE-PASS TO TRUE.
           OPEN OUTPUT SALESJOURNAL.
           PERFORM 0882-JOURNAL-ONE-DAY
               VARYING GLD-IDX FROM 1 BY 1
               UNTIL GLD-IDX > WS-GL-DAY-COUNT.
           CLOSE SALESJOURNAL.
           DISPLAY "Sales journal balanced and written: ",
                   WS-GL-LINE-COUNT, " lines, debits=",
                   WS-GL-DEBIT-TOTAL, " credits=",
                   WS-GL-CREDIT-TOTAL.
       0880-END.

      *One store-day's entry.  Counted drawers move the cash debit
      *from what the drawers should hold to what they did hold,
      *and the difference goes to cash over/short: a credit when
      *over, a debit when short.
       0882-JOURNAL-ONE-DAY.
           MOVE ZERO TO WS-GL-DAY-DEBITS.
           MOVE ZERO TO WS-GL-DAY-CREDITS.
           MOVE ZERO TO WS-GL-OVER-SHORT.
           PERFORM 0884-ADD-DRAWER-OVER-SHORT
               VARYING DRW-IDX FROM 1 BY 1
               UNTIL DRW-IDX > WS-DRAWER-COUNT.
           MOVE WS-GLD-STORE(GLD-IDX) TO WS-GAL-STORE.
           MOVE "C" TO WS-GL-SIDE.
           MOVE "REVENUE FOOD" TO WS-GAL-NAME.
           MOVE WS-GLD-FOOD-SALES(GLD-IDX) TO WS-GL-AMOUNT.
           PERFORM 0886-JOURNAL-ONE-LINE.
           MOVE "C" TO WS-GL-SIDE.
           MOVE "REVENUE SUPPLIES" TO WS-GAL-NAME.
           MOVE WS-GLD-STD-SALES(GLD-IDX) TO WS-GL-AMOUNT.
           PERFORM 0886-JOURNAL-ONE-LINE.
           MOVE "C" TO WS-GL-SIDE.
           MOVE "SALES TAX PAYABLE" TO WS-GAL-NAME.
           MOVE WS-GLD-SALES-TAX(GLD-IDX) TO WS-GL-AMOUNT.
           PERFORM 0886-JOURNAL-ONE-LINE.
           MOVE "D" TO WS-GL-SIDE.
           MOVE "RETURNS FOOD" TO WS-GAL-NAME.
           MOVE WS-GLD-FOOD-RETURNS(GLD-IDX) TO WS-GL-AMOUNT.
           PERFORM 0886-JOURNAL-ONE-LINE.
           MOVE "D" TO WS-GL-SIDE.
           MOVE "RETURNS SUPPLIES" TO WS-GAL-NAME.
           MOVE WS-GLD-STD-RETURNS(GLD-IDX) TO WS-GL-AMOUNT.
           PERFORM 0886-JOURNAL-ONE-LINE.
           MOVE "D" TO WS-GL-SIDE.
           MOVE "LOYALTY DISCOUNTS" TO WS-GAL-NAME.
           MOVE WS-GLD-DISCOUNTS(GLD-IDX) TO WS-GL-AMOUNT.
           PERFORM 0886-JOURNAL-ONE-LINE.
           MOVE "D" TO WS-GL-SIDE.
           MOVE "CASH CLEARING" TO WS-GAL-NAME.
           COMPUTE WS-GL-AMOUNT =
               WS-GLD-CASH(GLD-IDX) + WS-GL-OVER-SHORT.
           PERFORM 0886-JOURNAL-ONE-LINE.
           MOVE "D" TO WS-GL-SIDE.
           MOVE "CARD CLEARING" TO WS-GAL-NAME.
           MOVE WS-GLD-CARD(GLD-IDX) TO WS-GL-AMOUNT.
           PERFORM 0886-JOURNAL-ONE-LINE.
           MOVE "D" TO WS-GL-SIDE.
           MOVE "HOUSE CHARGE A/R" TO WS-GAL-NAME.
           MOVE WS-GLD-OTHER(GLD-IDX) TO WS-GL-AMOUNT.
           PERFORM 0886-JOURNAL-ONE-LINE.
           MOVE "C" TO WS-GL-SIDE.
           MOVE "CASH OVER/SHORT" TO WS-GAL-NAME.
           MOVE WS-GL-OVER-SHORT TO WS-GL-AMOUNT.
           PERFORM 0886-JOURNAL-ONE-LINE.
           IF WS-GL-DAY-DEBITS NOT = WS-GL-DAY-CREDITS
               MOVE "N" TO WS-GL-BALANCE-FLAG
               DISPLAY "Store ", WS-GLD-STORE(GLD-IDX), " on ",
                       WS-GLD-DATE(GLD-IDX), " out of balance: ",
                       "debits=", WS-GL-DAY-DEBITS,
                       " credits=", WS-GL-DAY-CREDITS
           END-IF.
           ADD WS-GL-DAY-DEBITS TO WS-GL-DEBIT-TOTAL.
           ADD WS-GL-DAY-CREDITS TO WS-GL-CREDIT-TOTAL.
       0882-END.

       0884-ADD-DRAWER-OVER-SHORT.
           IF WS-DRW-STORE(DRW-IDX) = WS-GLD-STORE(GLD-IDX)
              AND WS-DRW-DATE(DRW-IDX) = WS-GLD-DATE(GLD-IDX)
               COMPUTE WS-GL-OVER-SHORT = WS-GL-OVER-SHORT
                   + WS-DRW-COUNTED(DRW-IDX)
                   - WS-DRW-EXPECTED(DRW-IDX)
           END-IF.
       0884-END.

      *A zero account is left off the entry; a negative one (a day
      *whose refunds outran its takings) posts to the other side.
       0886-JOURNAL-ONE-LINE.
           IF WS-GL-AMOUNT NOT = ZERO
               IF WS-GL-AMOUNT < ZERO
                   COMPUTE WS-GL-AMOUNT = WS-GL-AMOUNT * -1
                   IF WS-GL-SIDE = "D"
                       MOVE "C" TO WS-GL-SIDE
                   ELSE
                       MOVE "D" TO WS-GL-SIDE
                   END-IF
               END-IF
               IF WS-GL-SIDE = "D"
                   ADD WS-GL-AMOUNT TO WS-GL-DAY-DEBITS
               ELSE
                   ADD WS-GL-AMOUNT TO WS-GL-DAY-CREDITS
               END-IF
               IF GL-WRITE-PASS
                   MOVE SPACES TO GLJOURNALRECORD
                   MOVE WS-GLD-DATE(GLD-IDX) TO GJ-RUN-DATE
                   MOVE WS-GL-SIDE TO GJ-DR-CR
                   MOVE WS-GL-ACCOUNT-LABEL TO GJ-ACCOUNT
                   MOVE WS-GL-AMOUNT TO GJ-AMOUNT
                   WRITE GLJOURNALRECORD AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-GL-LINE-COUNT
               END-IF
           END-IF.
       0886-END.

      *This run's frame of reference becomes tomorrow's starting
      *point: header pinning the week and month, then every item's
      *buckets (the "*OVERALL*" entry included).

       0860-END.

      *Every promotion rides to PROMOTIONS.NEW with its figures
      *until a full week after it ended, so its final week still
      *reports; after that it drops off.
       0865-WRITE-PROMOTIONS.
           OPEN OUTPUT NEWPROMOTIONS.
           PERFORM 0866-WRITE-ONE-PROMOTION
               VARYING PRM-IDX FROM 1 BY 1
               UNTIL PRM-IDX > WS-PROMO-COUNT.
           CLOSE NEWPROMOTIONS.
       0865-END.

       0866-WRITE-ONE-PROMOTION.
           IF WS-PRM-END(PRM-IDX) NOT < WS-PREV-WEEK-START
               MOVE SPACES TO NEW-PROMOTION-RECORD
               MOVE WS-PRM-SKU(PRM-IDX) TO NPR-SKU
               MOVE WS-PRM-DESCRIPTION(PRM-IDX) TO NPR-DESCRIPTION
               MOVE WS-PRM-PRICE(PRM-IDX) TO NPR-PROMO-PRICE
               MOVE WS-PRM-START(PRM-IDX) TO NPR-START-DATE
               MOVE WS-PRM-END(PRM-IDX) TO NPR-END-DATE
               MOVE WS-PRM-BASE-STATUS(PRM-IDX) TO NPR-BASE-STATUS
               MOVE WS-PRM-BASE-UNITS(PRM-IDX) TO NPR-BASE-UNITS
               MOVE WS-PRM-BASE-REVENUE(PRM-IDX)
                   TO NPR-BASE-REVENUE
               MOVE WS-PRM-UNITS(PRM-IDX) TO NPR-PROMO-UNITS
               MOVE WS-PRM-REVENUE(PRM-IDX) TO NPR-PROMO-REVENUE
               WRITE NEW-PROMOTION-RECORD AFTER ADVANCING 1 LINE
           END-IF.
       0866-END.


       0061-GET-PROCESSING-DATE.
           OPEN INPUT RUNDATEFILE.
               CLOSE PETSALESFILE, PETSALESREPORT, INVENTORYREPORT,
                     NEWCUSTOMERHISTORY, ITEMMASTER, CUSTMASTER,
                     RECEIVINGEXCEPTIONS, SALESREJECTS,
                     CUSTOMERHISTORY, NEWPERIODTOTALS,
                     ITEMACTIVITY, PRICEEXCEPTIONS
           END-IF.
           IF PRICE-MASTER-IS-OPEN
               CLOSE PRICEMASTER
           END-IF.
           IF CHARGE-ACCTS-ARE-OPEN
               CLOSE CHARGEACCTS, CHARGEACTIVITY
           END-IF.
           STOP RUN.


          05 IM-ON-HAND          PIC 9(7).
          05 IM-TAX-CLASS        PIC X.
          05 IM-REORDER-POINT    PIC 9(7).
      *The old master carried no cost: converted shelves start at
      *zero and take an average from their first costed receipt.
          05 IM-AVG-COST         PIC 9(5)V9(4).

       FD OLDREORDERLEVELS.
       01 OLD-REORDER-RECORD.
           MOVE OI-ON-HAND TO IM-ON-HAND.
           MOVE OI-TAX-CLASS TO IM-TAX-CLASS.
           MOVE ZERO TO IM-REORDER-POINT.
           MOVE ZERO TO IM-AVG-COST.
           WRITE ITEM-MASTER-RECORD
               INVALID KEY
                   PERFORM 0310-MERGE-DUPLICATE-SKU

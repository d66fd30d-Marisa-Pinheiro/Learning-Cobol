      *Shelf movement, one line per change PETSTORE (or a posted
      *count adjustment) makes to an item's IM-ON-HAND, appended to
      *ITEMACTIVITY.DAT each run.  The quantity is the signed
      *change to the shelf count as actually made -- an oversell
      *floored at zero logs what came off, not what was rung -- so
      *the book can be walked back to any day's close.  Sales and
      *returns carry their SALE-DATE; deliveries, transfers, and
      *adjustments carry the processing date they were applied.
       01  ITEM-ACTIVITY-RECORD.
           05  IA-STORE            PIC 9(2).
           05  IA-SKU              PIC 9(7).
           05  IA-ACTIVITY-DATE    PIC 9(8).
           05  IA-ACTIVITY-TYPE    PIC X.
               88  IA-IS-SALE          VALUE "S".
               88  IA-IS-RETURN        VALUE "R".
               88  IA-IS-RECEIPT       VALUE "G".
               88  IA-IS-TRANSFER-OUT  VALUE "X".
               88  IA-IS-TRANSFER-IN   VALUE "T".
               88  IA-IS-COUNT-ADJUST  VALUE "A".
           05  IA-QUANTITY         PIC S9(7)
                                   SIGN IS LEADING SEPARATE.

      *Pet store price master, indexed on store and SKU: the
      *regular shelf price each store charges for an item.  PRICEMAINT
      *maintains it; PETSTORE holds every POS line against it (or
      *against the promotion price in force on the sale date) and
      *lists the lines rung at anything else.
       01  PRICE-MASTER-RECORD.
           05  PM-PRICE-KEY.
               10  PM-STORE        PIC 9(2).
               10  PM-SKU          PIC 9(7).
           05  PM-REGULAR-PRICE    PIC 9(6)V99.

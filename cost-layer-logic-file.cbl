           05  LAYER-QTY-REMAINING  PIC 9(5).
           05  LAYER-UNIT-COST      PIC 9(6)V99.
           05  LAYER-RECEIPT-DATE   PIC 9(8).
           05  LAYER-ORIGINAL-QTY   PIC 9(5).

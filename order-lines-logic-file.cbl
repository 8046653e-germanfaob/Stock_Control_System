               88  LINE-IS-DROP-SHIP VALUE "Y".
           05  LINE-DROP-SHIP-PO-ID  PIC 9(6).
           05  LINE-EXEMPT-CERT      PIC X(20).
           05  LINE-PROMO-CODE       PIC X(8).
           05  LINE-BACKORDER-FLAG   PIC X(01).
               88  LINE-WAS-BACKORDERED VALUE "Y".

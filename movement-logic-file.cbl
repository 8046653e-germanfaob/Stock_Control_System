               88  MOVEMENT-IS-EXIT      VALUE "X".
               88  MOVEMENT-IS-WRITE-OFF VALUE "W".
               88  MOVEMENT-IS-OPENING   VALUE "O".
               88  MOVEMENT-IS-CONSIGNMENT VALUE "S".
           05  MOVEMENT-PRODUCT-ID   PIC X(15).
           05  MOVEMENT-QUANTITY     PIC 9(5).
           05  MOVEMENT-DATE         PIC X(10).
           05  MOVEMENT-LOCATION-ID  PIC X(6).
           05  MOVEMENT-LOT-NUMBER   PIC X(10).
           05  MOVEMENT-UNIT-COST    PIC 9(6)V99.
           05  MOVEMENT-COMPANY-CODE PIC X(2).

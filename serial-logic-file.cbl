           05  SERIAL-STATUS         PIC X(10).
               88  SERIAL-IS-IN-STOCK    VALUE "In stock".
               88  SERIAL-IS-SHIPPED     VALUE "Shipped".
               88  SERIAL-IS-RETURNED    VALUE "Returned".
           05  SERIAL-RECEIPT-DATE   PIC 9(8).
           05  SERIAL-RECEIPT-REF    PIC X(20).
           05  SERIAL-SHIPPED-DATE   PIC 9(8).

           05  SHIPMENT-FREIGHT-CHARGE PIC 9(5)V99.
           05  SHIPMENT-POD-DATE     PIC 9(8).
           05  SHIPMENT-POD-NAME     PIC X(30).
           05  SHIPMENT-MANIFEST-STATUS PIC X(01).
               88  SHIPMENT-NOT-MANIFESTED VALUE SPACE.
               88  SHIPMENT-IS-MANIFESTED  VALUE "M".
               88  SHIPMENT-VENDOR-SHIPPED VALUE "V".
               88  SHIPMENT-ON-ROUTE       VALUE "R".
           05  SHIPMENT-MANIFEST-ID  PIC 9(6).
           05  SHIPMENT-FREIGHT-BILL-REF PIC X(20).

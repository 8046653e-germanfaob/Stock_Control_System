       FD  STOCK-ASOF-FILE.
       01  STOCK-ASOF-REGISTRATION.
           05  ASOF-KEY.
               10  ASOF-PRODUCT-ID   PIC X(15).
               10  ASOF-ROW-TYPE     PIC X(01).
                   88  ASOF-IS-PRODUCT   VALUE "A".
                   88  ASOF-IS-LOCATION  VALUE "L".
                   88  ASOF-IS-LOT       VALUE "T".
               10  ASOF-DETAIL       PIC X(10).
           05  ASOF-QTY              PIC S9(7).
           05  ASOF-CATEGORY         PIC X(20).

       FD  SITE-STOCK-FILE.
       01  SITE-STOCK-REGISTRATION.
           05  SITE-STOCK-KEY.
               10  SSTOCK-CUSTOMER-ID PIC 9(6).
               10  SSTOCK-PRODUCT-ID  PIC X(15).
           05  SSTOCK-QTY             PIC 9(7).
           05  SSTOCK-UNIT-COST       PIC 9(6)V99.
           05  SSTOCK-LAST-FILL-DATE  PIC 9(8).
           05  SSTOCK-LAST-USAGE-DATE PIC 9(8).
           05  SSTOCK-LAST-COUNT-DATE PIC 9(8).
           05  SSTOCK-COMPANY-CODE    PIC X(2).

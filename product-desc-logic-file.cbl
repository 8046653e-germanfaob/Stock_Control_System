       FD  PRODUCT-DESCRIPTIONS-FILE.
       01  PRODUCT-DESCRIPTION-REGISTRATION.
           05  PDESC-KEY.
               10  PDESC-PRODUCT-ID   PIC X(15).
               10  PDESC-LANGUAGE     PIC X(2).
           05  PDESC-DESCRIPTION      PIC X(80).
           05  PDESC-LAST-UPDATED-DATE PIC 9(8).

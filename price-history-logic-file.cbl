       FD  PRICE-HISTORY-FILE.
       01  PRICE-HISTORY-REGISTRATION.
           05  PHIST-KEY.
               10  PHIST-PRODUCT-ID   PIC X(15).
               10  PHIST-FROM-DATE    PIC 9(8).
           05  PHIST-TO-DATE          PIC 9(8).
               88  PHIST-IS-CURRENT   VALUE 99999999.
           05  PHIST-PRICE            PIC 9(6)V99.
           05  PHIST-SOURCE           PIC X(20).

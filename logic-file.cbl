               88  PRODUCT-NEEDS-QC  VALUE "Y".
           05  PRODUCT-ORIGIN-COUNTRY PIC X(2).
           05  PRODUCT-TARIFF-CODE   PIC X(10).
           05  PRODUCT-WARRANTY-MONTHS PIC 9(3).
           05  PRODUCT-HAZARD-CLASS  PIC X(3).
               88  PRODUCT-IS-NOT-HAZARDOUS VALUE SPACE.
           05  PRODUCT-UN-NUMBER     PIC X(4).
           05  PRODUCT-STYLE-CODE    PIC X(6).
           05  PRODUCT-SIZE          PIC X(4).
           05  PRODUCT-COLOUR        PIC X(3).
           05  PRODUCT-COMPANY-CODE  PIC X(2).

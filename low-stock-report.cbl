       COPY "vendor-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       01  END-OF-FILE PIC 9 VALUE 0.
       01  LINES-END-OF-FILE PIC 9 VALUE 0.
       01  LOW-STOCK-COUNT PIC 9(5) VALUE 0.
      *A superseded model is never worth reordering, however low it
      *runs: the successor carries the demand from here on.
       IF END-OF-FILE = 0
           AND PRODUCT-COMPANY-CODE = SESSION-COMPANY-CODE
           IF NOT PRODUCT-IS-INACTIVE
               AND PRODUCT-SUPERSEDED-BY = SPACE
               IF PRODUCT-QUANTITY < PRODUCT-REORDER-POINT

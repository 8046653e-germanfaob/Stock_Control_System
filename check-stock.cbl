       COPY "stock-location-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       01 SPLIT-END-OF-FILE PIC 9 VALUE 0.
       01 AVAILABLE-QUANTITY PIC S9(7).
       77 RESERVED-QTY-FIELD PIC 9(7).
       END-IF.

       IF END-OF-FILE = 0
           AND PRODUCT-COMPANY-CODE = SESSION-COMPANY-CODE
           ADD 1 TO RECORDS-READ
           IF NOT PRODUCT-IS-INACTIVE
               CALL "get-reserved-qty" USING PRODUCT-ID

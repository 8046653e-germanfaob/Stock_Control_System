       COPY "vendor-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so new records carry the company.
       COPY "session-data.cbl".
      * The low-stock rows are collected and their suggested order
      * quantities derived exactly the way low-stock-report.cbl does
      * it, then folded into one draft purchase order per vendor
       END-READ.

       IF END-OF-FILE = 0
           AND PRODUCT-COMPANY-CODE = SESSION-COMPANY-CODE
           IF NOT PRODUCT-IS-INACTIVE
               AND PRODUCT-SUPERSEDED-BY = SPACE
               IF PRODUCT-QUANTITY < PRODUCT-REORDER-POINT
       CLOSE VENDORS-FILE.

       FIND-HIGHEST-PO-ID.
       MOVE SESSION-NUMBER-BASE TO NEXT-PO-ID.
       MOVE 0 TO END-OF-FILE.
       PERFORM READ-NEXT-PO-ID UNTIL END-OF-FILE = 1.

           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND PO-COMPANY-CODE = SESSION-COMPANY-CODE
           IF PO-ID > NEXT-PO-ID
               MOVE PO-ID TO NEXT-PO-ID
           END-IF
       MOVE RUN-DATE TO PO-ORDER-DATE.
       MOVE RUN-DATE TO PO-EXPECTED-DATE.
       MOVE "Draft" TO PO-STATUS.
       MOVE SESSION-COMPANY-CODE TO PO-COMPANY-CODE.
       WRITE PO-REGISTRATION
           INVALID KEY
               DISPLAY "Error writing draft purchase order header."

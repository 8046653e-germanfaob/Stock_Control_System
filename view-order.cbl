       COPY "order-lines-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       01 END-OF-FILE PIC 9 VALUE 0.
       01 LINES-END-OF-FILE PIC 9 VALUE 0.
       01 SEARCH-ORDER-ID PIC 9(6).
       END-READ.

       IF END-OF-FILE = 0
           AND ORDER-COMPANY-CODE = SESSION-COMPANY-CODE
           ADD 1 TO ORDERS-READ
           DISPLAY "Id: " ORDER-ID
           " Customer name: " ORDER-CUSTOMER-NAME

       COPY "order-lines-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       01  END-OF-FILE PIC 9 VALUE 0.
       01  LINES-END-OF-FILE PIC 9 VALUE 0.
       01  SEARCH-MODE PIC 9.
           REPORT-LINE-BUFFER.

       GET-SEARCH-CRITERIA.
       CALL "show-training-banner".
       DISPLAY "Search Order"
       DISPLAY "1. By order id"
       DISPLAY "2. By customer name"
       END-READ.

       IF END-OF-FILE = 0
           AND ORDER-COMPANY-CODE = SESSION-COMPANY-CODE
           PERFORM CHECK-MATCH
       END-IF.


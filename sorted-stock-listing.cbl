       COPY "logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       01  END-OF-FILE PIC 9 VALUE 0.
       01  SORT-MODE PIC 9.
       01  PRODUCT-COUNT PIC 9(3) VALUE 0.
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND PRODUCT-COMPANY-CODE = SESSION-COMPANY-CODE
           IF NOT PRODUCT-IS-INACTIVE
               DISPLAY "Id: " PRODUCT-ID
               " Name: " PRODUCT-NAME
       END-IF.

       GET-SORT-MODE.
       CALL "show-training-banner".
       DISPLAY "Sorted Stock Listing"
       DISPLAY "1. By category, then price descending"
       DISPLAY "2. By brand"
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND PRODUCT-COMPANY-CODE = SESSION-COMPANY-CODE
           IF NOT PRODUCT-IS-INACTIVE
           AND PRODUCT-COUNT < 200
               ADD 1 TO PRODUCT-COUNT

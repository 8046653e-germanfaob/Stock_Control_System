       01  ORDERS-CSV-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       01  END-OF-FILE PIC 9 VALUE 0.
       01  LINES-END-OF-FILE PIC 9 VALUE 0.
       01  CSV-PRICE PIC Z(6).99.
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND PRODUCT-COMPANY-CODE = SESSION-COMPANY-CODE
           IF NOT PRODUCT-IS-INACTIVE
               PERFORM WRITE-STOCK-CSV-LINE
           END-IF
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND ORDER-COMPANY-CODE = SESSION-COMPANY-CODE
           MOVE ORDER-ID TO SHOW-ORDER-ID
           PERFORM WRITE-ORDER-DETAIL-LINES
       END-IF.

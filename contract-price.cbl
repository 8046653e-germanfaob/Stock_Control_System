       COPY "logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown. A contract belongs to its customer's company and
      * may only price that company's products.
       COPY "session-data.cbl".
       01  OPTION PIC 9.
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       GOBACK.

       CONTRACT-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Contract Price Maintenance Menu"
       DISPLAY "1. Register a contract price"
       READ CUSTOMERS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND CUSTOMER-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No customer found with that id."
       ELSE
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND
           END-READ
           IF RECORD-FOUND = "S"
               AND PRODUCT-COMPANY-CODE NOT = SESSION-COMPANY-CODE
               MOVE "N" TO RECORD-FOUND
           END-IF
           IF RECORD-FOUND = "N"
               DISPLAY "No product found with that id."
           ELSE
       LIST-CONTRACT-PRICES.
       DISPLAY "Enter the customer id to list contracts for: ".
       ACCEPT LIST-CUSTOMER-ID.
       MOVE LIST-CUSTOMER-ID TO CUSTOMER-ID.
       MOVE "S" TO RECORD-FOUND.
       READ CUSTOMERS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND CUSTOMER-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No customer found with that id."
       ELSE
           CLOSE PRICE-LIST-FILE
           OPEN I-O PRICE-LIST-FILE
           MOVE 0 TO END-OF-FILE
           PERFORM SHOW-NEXT-CONTRACT UNTIL END-OF-FILE = 1
       END-IF.

       SHOW-NEXT-CONTRACT.
       READ PRICE-LIST-FILE NEXT RECORD
           PERFORM COMPUTE-CONV-DAYNUM
           COMPUTE DAYS-LEFT = CONV-DAYNUM - RUN-DAYNUM
           IF DAYS-LEFT >= 0 AND DAYS-LEFT <= 30
               PERFORM CHECK-CONTRACT-COMPANY
           END-IF
           IF DAYS-LEFT >= 0 AND DAYS-LEFT <= 30
               AND RECORD-FOUND = "S"
               ADD 1 TO EXPIRING-COUNT
               DISPLAY "Customer: " PL-CUSTOMER-ID
               " Product: " PL-PRODUCT-ID
           END-IF
       END-IF.

      *A contract is the logged-in company's when its customer is.
       CHECK-CONTRACT-COMPANY.
       MOVE PL-CUSTOMER-ID TO CUSTOMER-ID.
       MOVE "S" TO RECORD-FOUND.
       READ CUSTOMERS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND CUSTOMER-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.

       COMPUTE-CONV-DAYNUM.
       COMPUTE CONV-DAYNUM = (CONV-YEAR * 360) + (CONV-MONTH * 30)
           + CONV-DAY.

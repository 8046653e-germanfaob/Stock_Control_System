       COPY "purchase-order-lines-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       77  RECORD-FOUND PIC X.
       77  PRODUCT-ID-FIELD PIC X(15).
       77  RESOLVED-PRODUCT-ID PIC X(15).
       MOVE "S" TO RECORD-FOUND.
       READ PRODUCTS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND PRODUCT-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No product found with that id."
       ELSE
           PERFORM SUM-OPEN-BACKORDERS
           PERFORM GATHER-INBOUND-PO-LINES
           PERFORM PRINT-ATP-PICTURE

       COPY "serial-physical-file.cbl".
       COPY "shipment-physical-file.cbl".
       COPY "customer-physical-file.cbl".
       COPY "physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "shipment-logic-file.cbl".
      * Logic file with customer fields.
       COPY "customer-logic-file.cbl".
      * Logic file with products fields.
       COPY "logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       77  RECORD-FOUND PIC X.
       77  PRODUCT-ID-FIELD PIC X(15).
       77  SERIAL-ENTRY-FIELD PIC X(20).
       77  SERIALS-EOF PIC 9.
       77  SHIPMENT-EOF PIC 9.
       77  LISTED-COUNT PIC 9(5).
       77  TODAY-DATE PIC 9(8).
       77  WARRANTY-END-DATE PIC 9(8).
       77  IN-WARRANTY PIC X.

       PROCEDURE DIVISION.

       OPEN I-O SERIALS-FILE.
       OPEN I-O SHIPMENTS-FILE.
       OPEN I-O CUSTOMERS-FILE.
       OPEN I-O PRODUCTS-FILE.
       PERFORM ASK-AND-SHOW-SERIAL.
       CLOSE SERIALS-FILE.
       CLOSE SHIPMENTS-FILE.
       CLOSE CUSTOMERS-FILE.
       CLOSE PRODUCTS-FILE.
       GOBACK.

       ASK-AND-SHOW-SERIAL.
       DISPLAY "Enter the product id: ".
       ACCEPT PRODUCT-ID-FIELD.
       MOVE PRODUCT-ID-FIELD TO PRODUCT-ID.
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
           PERFORM ASK-SERIAL-NUMBER
       END-IF.

       ASK-SERIAL-NUMBER.
       DISPLAY "Enter the serial number (blank to list them all): ".
       ACCEPT SERIAL-ENTRY-FIELD.
       IF SERIAL-ENTRY-FIELD = SPACE
           DISPLAY "Shipped " SERIAL-SHIPPED-DATE
           " on order " SERIAL-ORDER-ID
           PERFORM SHOW-SERIAL-CUSTOMER
           PERFORM SHOW-SERIAL-WARRANTY
           PERFORM SHOW-SERIAL-SHIPMENTS
       END-IF.

       SHOW-SERIAL-WARRANTY.
       MOVE SERIAL-PRODUCT-ID TO PRODUCT-ID.
       READ PRODUCTS-FILE RECORD
           INVALID KEY
               MOVE 0 TO PRODUCT-WARRANTY-MONTHS
       END-READ.
       ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
       CALL "get-warranty-end" USING PRODUCT-WARRANTY-MONTHS
           SERIAL-SHIPPED-DATE TODAY-DATE WARRANTY-END-DATE
           IN-WARRANTY.
       IF PRODUCT-WARRANTY-MONTHS = 0
           DISPLAY "Warranty: none on this product"
       ELSE IF IN-WARRANTY = "Y"
           DISPLAY "Warranty: covered until " WARRANTY-END-DATE
       ELSE
           DISPLAY "Warranty: expired " WARRANTY-END-DATE
       END-IF.

       SHOW-SERIAL-CUSTOMER.
       MOVE SERIAL-CUSTOMER-ID TO CUSTOMER-ID.
       READ CUSTOMERS-FILE RECORD

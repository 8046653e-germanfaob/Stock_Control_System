       COPY "movement-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so new records carry the company.
       COPY "session-data.cbl".
       01  IDENTIFICATOR PIC 9(6).
       01  NAME-PRODUCT PIC X(30)
           VALUE "Enter the product name: ".
       01  DUPLICATE-ACTION PIC X.
       77  JOURNAL-TAG-FIELD PIC X(12).
       77  JOURNAL-IMAGE-FIELD PIC X(256).
       77  NO-OLD-PRICE PIC 9(6)V99 VALUE 0.
       77  PRICE-EFFECTIVE-DATE PIC 9(8).
       77  HISTORY-SOURCE-FIELD PIC X(20)
           VALUE "REGISTER-NEW-PRODUCT".
       77  RECORD-FOUND PIC X.
       77  PRODUCTS-WRITTEN PIC 9(5) VALUE 0.
       77  PRODUCTS-REJECTED PIC 9(5) VALUE 0.
           ACCEPT VOLUME-ENTRY
           MOVE VOLUME-ENTRY TO PRODUCT-VOLUME
           PERFORM ASK-SERIAL-FLAG
           PERFORM ASK-HAZARD-CLASS
           PERFORM ASK-PRODUCT-VENDOR
           PERFORM GO-ON
       END-IF.
       ELSE
           SET PRODUCT-IS-NOT-SERIALIZED TO TRUE
       END-IF.
      *The warranty runs from the day the unit ships to the customer.
       DISPLAY "Enter the warranty period in months (0 if none): ".
       ACCEPT PRODUCT-WARRANTY-MONTHS.

      *Aerosols, batteries, solvents and the like carry their UN
      *hazard class (e.g. 2.1, 3, 9) and four-digit UN number; the
      *carrier check, the carton check and the dangerous-goods
      *declaration all read them.
       ASK-HAZARD-CLASS.
       DISPLAY "Enter the hazard class (e.g. 2.1, 3, 9; blank if "
       "not dangerous goods): ".
       ACCEPT PRODUCT-HAZARD-CLASS.
       IF PRODUCT-IS-NOT-HAZARDOUS
           MOVE SPACE TO PRODUCT-UN-NUMBER
       ELSE
           DISPLAY "Enter the UN number (e.g. 1950): "
           ACCEPT PRODUCT-UN-NUMBER
       END-IF.

       ASK-PRODUCT-VENDOR.
       DISPLAY "Enter the vendor id that supplies this product: ".
       READ VENDORS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND VENDOR-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "That vendor is not on file."
           DISPLAY "Register it now (Y/N)?"
               ACCEPT VENDOR-PHONE
               DISPLAY "Enter the email address: "
               ACCEPT VENDOR-EMAIL
               MOVE SPACE TO VENDOR-BANK-ACCOUNT
               MOVE SESSION-COMPANY-CODE TO VENDOR-COMPANY-CODE
               WRITE VENDOR-REGISTRATION
                   INVALID KEY
                       DISPLAY "Error writing vendor record."
       ADD 1 TO PRODUCTS-REJECTED.

       WRITE-PRODUCT.
       MOVE SESSION-COMPANY-CODE TO PRODUCT-COMPANY-CODE.
       WRITE PRODUCT-REGISTRATION
           INVALID KEY
               DISPLAY "Error writing product record. Duplicate id?"
           ADD 1 TO PRODUCTS-WRITTEN
           PERFORM JOURNAL-PRODUCT-IMAGE
           PERFORM POST-OPENING-MOVEMENT
           PERFORM OPEN-PRICE-HISTORY
       END-WRITE.

      *A new product's first price opens its price history.
       OPEN-PRICE-HISTORY.
       ACCEPT PRICE-EFFECTIVE-DATE FROM DATE YYYYMMDD.
       CALL "record-price-history" USING PRODUCT-ID NO-OLD-PRICE
           PRODUCT-PRICE PRICE-EFFECTIVE-DATE HISTORY-SOURCE-FIELD.

       JOURNAL-PRODUCT-IMAGE.
       MOVE "PRODUCTS" TO JOURNAL-TAG-FIELD.
       MOVE PRODUCT-REGISTRATION TO JOURNAL-IMAGE-FIELD.
           MOVE "OPENING" TO MOVEMENT-REFERENCE
           MOVE "OPENING BAL" TO MOVEMENT-REASON
           MOVE 0 TO MOVEMENT-UNIT-COST
           MOVE SESSION-COMPANY-CODE TO MOVEMENT-COMPANY-CODE
           WRITE MOVEMENT-REGISTRATION
               INVALID KEY
                   DISPLAY "Error writing opening movement."

       01  PRODUCT-LOAD-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Shared session data, so new records carry the company.
       COPY "session-data.cbl".
      * One line of the load file is unstrung into these fields
      * before it is validated and moved into PRODUCT-REGISTRATION,
      * the same way register-new-product.cbl holds a keyed-in price
           05  LOAD-MONTH PIC 9(2).
           05  LOAD-DAY   PIC 9(2).
       01  LOAD-DATE-DASHED PIC X(10).
       77  NO-OLD-PRICE PIC 9(6)V99 VALUE 0.
       77  PRICE-EFFECTIVE-DATE PIC 9(8).
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "BATCH-LOAD-PRODUCTS".
       77  LOG-MESSAGE-FIELD PIC X(80).
       MOVE ZERO TO PRODUCT-QUARANTINE-QTY.
       MOVE "C" TO PRODUCT-ABC-CLASS.
       MOVE ZERO TO PRODUCT-LAST-COUNT-DATE.
       MOVE ZERO TO PRODUCT-WARRANTY-MONTHS.
       MOVE SPACE TO PRODUCT-HAZARD-CLASS.
       MOVE SPACE TO PRODUCT-UN-NUMBER.
       MOVE SESSION-COMPANY-CODE TO PRODUCT-COMPANY-CODE.
       WRITE PRODUCT-REGISTRATION
           INVALID KEY
               DISPLAY "Error writing product record."
           ADD 1 TO LOADED-COUNT
           PERFORM JOURNAL-PRODUCT-IMAGE
           PERFORM POST-OPENING-MOVEMENT
           PERFORM OPEN-PRICE-HISTORY
       END-WRITE.

      *A new product's first price opens its price history.
       OPEN-PRICE-HISTORY.
       ACCEPT PRICE-EFFECTIVE-DATE FROM DATE YYYYMMDD.
       CALL "record-price-history" USING PRODUCT-ID NO-OLD-PRICE
           PRODUCT-PRICE PRICE-EFFECTIVE-DATE LOG-PROGRAM-NAME-FIELD.

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

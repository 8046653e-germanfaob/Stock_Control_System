       COPY "category-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       01  CATEGORY PIC X(30)
           VALUE "Enter the category name: ".
       77 RECORD-FOUND PIC X.
       77 OLD-PRICE PIC 9(6)V99.
       77 OLD-PRICE-EDIT PIC Z(6).99.
       77 NEW-PRICE-EDIT PIC Z(6).99.
       77 KEYED-PRICE PIC 9(6)V99.
       77 PRICE-MOVE-PCT PIC 9(7)V99.
       77 PRICE-CONTROL-PCT PIC 9(3).
       77 CREDIT-CONTROL-PCT PIC 9(3).
       77 PARK-ENTITY PIC X(10) VALUE "PRODUCT".
       77 PARK-FIELD PIC X(12) VALUE "PRICE".
       01 PARK-OLD-VALUE PIC X(40).
       01 PARK-OLD-VIEW REDEFINES PARK-OLD-VALUE.
          05 PARK-OLD-AMOUNT PIC 9(9)V99.
          05 FILLER PIC X(29).
       01 PARK-NEW-VALUE PIC X(40).
       01 PARK-NEW-VIEW REDEFINES PARK-NEW-VALUE.
          05 PARK-NEW-AMOUNT PIC 9(9)V99.
          05 FILLER PIC X(29).
       77 PARKED-ID PIC 9(6).
       77 PRICE-EFFECTIVE-DATE PIC 9(8).
       77 JOURNAL-TAG-FIELD PIC X(12).
       77 JOURNAL-IMAGE-FIELD PIC X(256).
       77 AUDIT-BEFORE PIC X(40).
       PROGRAM-BEGIN.
       OPEN I-O PRODUCTS-FILE.
       OPEN I-O CATEGORIES-FILE.
       CALL "get-dual-control-limits" USING PRICE-CONTROL-PCT
           CREDIT-CONTROL-PCT.
       PERFORM GET-PRODUCT-RECORD.
       PERFORM MODIFY-RECORDS
       UNTIL PRODUCT-ID = "0".
       READ PRODUCTS-FILE RECORD WITH LOCK
       INVALID KEY
       MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND PRODUCT-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.

       MODIFY-RECORDS.
       PERFORM SHOW-ALL-FIELDS.
       DISPLAY "Save these changes (Y/N)?".
       ACCEPT YES-NO.
       IF YES-NO = "Y" OR YES-NO = "y"
           PERFORM CHECK-PRICE-CONTROL
           PERFORM REWRITE-RECORD
           PERFORM LOG-MODIFY-AUDIT.
       PERFORM GET-PRODUCT-RECORD.
       DISPLAY "Bin: " PRODUCT-BIN-AISLE "-" PRODUCT-BIN-BAY "-"
           PRODUCT-BIN-LEVEL.
       DISPLAY "Serialized: " PRODUCT-SERIAL-FLAG.
       DISPLAY "Warranty months: " PRODUCT-WARRANTY-MONTHS.
       DISPLAY "Hazard class: " PRODUCT-HAZARD-CLASS
           " UN number: " PRODUCT-UN-NUMBER.
       DISPLAY "Superseded by: " PRODUCT-SUPERSEDED-BY.
       DISPLAY " ".

       ELSE
           SET PRODUCT-IS-NOT-SERIALIZED TO TRUE
       END-IF.
       DISPLAY "Enter the warranty period in months (0 if none): ".
       ACCEPT PRODUCT-WARRANTY-MONTHS.
       DISPLAY "Enter the maximum stock level (0 if none): ".
       ACCEPT PRODUCT-MAX-STOCK-LEVEL.
       DISPLAY "Enter the unit weight in kg (e.g. 1.25): ".
       ACCEPT PRODUCT-ORIGIN-COUNTRY.
       DISPLAY "Enter the customs tariff code: ".
       ACCEPT PRODUCT-TARIFF-CODE.
      *Dangerous goods: carriers and cartons are checked against it.
       DISPLAY "Enter the hazard class (e.g. 2.1, 3, 9; blank if "
       "not dangerous goods): ".
       ACCEPT PRODUCT-HAZARD-CLASS.
       IF PRODUCT-IS-NOT-HAZARDOUS
           MOVE SPACE TO PRODUCT-UN-NUMBER
       ELSE
           DISPLAY "Enter the UN number (e.g. 1950): "
           ACCEPT PRODUCT-UN-NUMBER
       END-IF.
      *When the manufacturer replaces this model, the successor's
      *product id goes here; order entry offers it automatically
      *once this one is inactive or out of stock.
           END-IF
       END-IF.

      *A price move bigger than the dual-control limit does not take
      *effect here: the old price stays on the product and the new
      *one waits in the approval queue for a second administrator.
      *The other changes keyed on the screen are saved as usual.
       CHECK-PRICE-CONTROL.
       IF PRODUCT-PRICE NOT = OLD-PRICE
           IF OLD-PRICE = 0
               MOVE 999 TO PRICE-MOVE-PCT
           ELSE IF PRODUCT-PRICE > OLD-PRICE
               COMPUTE PRICE-MOVE-PCT ROUNDED =
                   (PRODUCT-PRICE - OLD-PRICE) * 100 / OLD-PRICE
           ELSE
               COMPUTE PRICE-MOVE-PCT ROUNDED =
                   (OLD-PRICE - PRODUCT-PRICE) * 100 / OLD-PRICE
           END-IF
           IF PRICE-MOVE-PCT > PRICE-CONTROL-PCT
               MOVE PRODUCT-PRICE TO KEYED-PRICE
               MOVE OLD-PRICE TO PRODUCT-PRICE
               PERFORM PARK-PRICE-CHANGE
           END-IF
       END-IF.

       PARK-PRICE-CHANGE.
       MOVE SPACE TO PARK-OLD-VALUE.
       MOVE OLD-PRICE TO PARK-OLD-AMOUNT.
       MOVE SPACE TO PARK-NEW-VALUE.
       MOVE KEYED-PRICE TO PARK-NEW-AMOUNT.
       CALL "park-master-change" USING PARK-ENTITY PRODUCT-ID
           PARK-FIELD PARK-OLD-VALUE PARK-NEW-VALUE PARKED-ID.
       MOVE KEYED-PRICE TO NEW-PRICE-EDIT.
       DISPLAY "The price change to " NEW-PRICE-EDIT " moves the "
       "price more than " PRICE-CONTROL-PCT "%.".
       DISPLAY "It is held as change " PARKED-ID " until another "
       "administrator approves it.".

       REWRITE-RECORD.
       REWRITE PRODUCT-REGISTRATION
           INVALID KEY
             DISPLAY "Error updating product record.".
       PERFORM JOURNAL-PRODUCT-IMAGE.
       IF PRODUCT-PRICE NOT = OLD-PRICE
           PERFORM RECORD-PRICE-CHANGE.

       RECORD-PRICE-CHANGE.
       ACCEPT PRICE-EFFECTIVE-DATE FROM DATE YYYYMMDD.
       CALL "record-price-history" USING PRODUCT-ID OLD-PRICE
           PRODUCT-PRICE PRICE-EFFECTIVE-DATE LOG-PROGRAM-NAME-FIELD.

       JOURNAL-PRODUCT-IMAGE.
       MOVE "PRODUCTS" TO JOURNAL-TAG-FIELD.

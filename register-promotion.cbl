       IDENTIFICATION DIVISION.
       PROGRAM-ID. register-promotion.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "promotion-physical-file.cbl".
       COPY "physical-file.cbl".
       COPY "customer-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with promotion campaign fields.
       COPY "promotion-logic-file.cbl".
      * Logic file with products fields.
       COPY "logic-file.cbl".
      * Logic file with customer fields.
       COPY "customer-logic-file.cbl".

       WORKING-STORAGE SECTION.
       01  OPTION PIC 9.
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9.
       77  PROMO-OK PIC X.
       77  PRICE-ENTRY PIC 9(6).99.
       77  CUSTOMER-ENTRY PIC 9(6).
       77  NEW-END-DATE PIC 9(8).
       77  SYSTEM-DATE PIC 9(8).
       77  PROMO-STATE PIC X(9).
       77  AUDIT-BEFORE PIC X(40).
       77  AUDIT-AFTER PIC X(40).
       77  AUDIT-PROMO-CODE PIC X(15).
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "REGISTER-PROMOTION".
       77  LOG-MESSAGE-FIELD PIC X(80).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
       OPEN I-O PROMOTIONS-FILE.
       OPEN I-O PRODUCTS-FILE.
       OPEN I-O CUSTOMERS-FILE.
       PERFORM PROMOTION-MENU.
       PERFORM PROCESS-OPTION UNTIL OPTION = 0.
       CLOSE PROMOTIONS-FILE.
       CLOSE PRODUCTS-FILE.
       CLOSE CUSTOMERS-FILE.
       GOBACK.

       PROMOTION-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Promotion Campaign Menu"
       DISPLAY "1. Register a promotion"
       DISPLAY "2. List promotions"
       DISPLAY "3. Change a promotion's end date"
       DISPLAY "0. Back"
       DISPLAY "Enter your choice (0-3):"
       ACCEPT OPTION.

       PROCESS-OPTION.
       IF OPTION = 1 THEN
           PERFORM ADD-PROMOTION
           PERFORM PROMOTION-MENU
       ELSE IF OPTION = 2 THEN
           PERFORM LIST-PROMOTIONS
           PERFORM PROMOTION-MENU
       ELSE IF OPTION = 3 THEN
           PERFORM CHANGE-PROMOTION-END
           PERFORM PROMOTION-MENU
       ELSE IF OPTION = 0 THEN
           CONTINUE
       ELSE
           DISPLAY "Invalid option. Please enter a valid choice (0-3):"
           MOVE "Invalid promotion menu option entered."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
           PERFORM PROMOTION-MENU.

      *A campaign runs from its start date to its end date over one
      *product, brand, category or customer, and either takes a
      *percentage off, sets a fixed price or gives free goods. Order
      *entry applies it without the clerk keying anything.
       ADD-PROMOTION.
       MOVE SPACE TO PROMOTION-REGISTRATION.
       DISPLAY "Enter the promotion code (e.g. MAR10BRX): ".
       ACCEPT PROMO-CODE.
       MOVE "S" TO RECORD-FOUND.
       READ PROMOTIONS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           DISPLAY "A promotion with that code already exists."
       ELSE
           DISPLAY "Enter the description: "
           ACCEPT PROMO-DESCRIPTION
           DISPLAY "Enter the start date (YYYYMMDD): "
           ACCEPT PROMO-START-DATE
           DISPLAY "Enter the end date (YYYYMMDD): "
           ACCEPT PROMO-END-DATE
           PERFORM ASK-PROMOTION-SCOPE
           PERFORM ASK-PROMOTION-TYPE
           PERFORM CHECK-PROMOTION
           IF PROMO-OK = "Y"
               WRITE PROMOTION-REGISTRATION
                   INVALID KEY
                       DISPLAY "Error writing promotion record."
                   NOT INVALID KEY
                       DISPLAY "Promotion " PROMO-CODE " recorded."
               END-WRITE
           END-IF
       END-IF.

       ASK-PROMOTION-SCOPE.
       DISPLAY "Applies to (P=Product, B=Brand, C=Category, "
           "U=Customer): ".
       ACCEPT PROMO-SCOPE.
       IF PROMO-FOR-CUSTOMER
           DISPLAY "Enter the customer id: "
           ACCEPT CUSTOMER-ENTRY
           MOVE SPACE TO PROMO-SCOPE-VALUE
           MOVE CUSTOMER-ENTRY TO PROMO-CUSTOMER-ID
       ELSE IF PROMO-FOR-PRODUCT
           DISPLAY "Enter the product id: "
           ACCEPT PROMO-SCOPE-VALUE
       ELSE IF PROMO-FOR-BRAND
           DISPLAY "Enter the brand: "
           ACCEPT PROMO-SCOPE-VALUE
       ELSE IF PROMO-FOR-CATEGORY
           DISPLAY "Enter the category: "
           ACCEPT PROMO-SCOPE-VALUE
       END-IF.

       ASK-PROMOTION-TYPE.
       MOVE 0 TO PROMO-PERCENT.
       MOVE 0 TO PROMO-PRICE.
       MOVE 0 TO PROMO-BUY-QTY.
       MOVE 0 TO PROMO-FREE-QTY.
       DISPLAY "Type (P=Percent off, F=Fixed price, G=Free goods): ".
       ACCEPT PROMO-TYPE.
       IF PROMO-PERCENT-OFF
           DISPLAY "Enter the percent off (1-100): "
           ACCEPT PROMO-PERCENT
       ELSE IF PROMO-FIXED-PRICE
           DISPLAY "Enter the promotion price (e.g. 17.99): "
           ACCEPT PRICE-ENTRY
           MOVE PRICE-ENTRY TO PROMO-PRICE
       ELSE IF PROMO-FREE-GOODS
           DISPLAY "Enter the quantity to buy (e.g. 10): "
           ACCEPT PROMO-BUY-QTY
           DISPLAY "Enter the quantity given free (e.g. 1): "
           ACCEPT PROMO-FREE-QTY
       END-IF.

       CHECK-PROMOTION.
       MOVE "Y" TO PROMO-OK.
       IF PROMO-END-DATE < PROMO-START-DATE
           DISPLAY "The end date is before the start date."
           MOVE "N" TO PROMO-OK
       END-IF.
       IF NOT PROMO-SCOPE-IS-VALID
           DISPLAY "The scope must be P, B, C or U."
           MOVE "N" TO PROMO-OK
       END-IF.
       IF PROMO-SCOPE-VALUE = SPACE
           DISPLAY "The promotion must name what it applies to."
           MOVE "N" TO PROMO-OK
       END-IF.
       IF PROMO-FOR-PRODUCT
           MOVE PROMO-SCOPE-VALUE TO PRODUCT-ID
           READ PRODUCTS-FILE RECORD
               INVALID KEY
                   DISPLAY "No product found with that id."
                   MOVE "N" TO PROMO-OK
           END-READ
       END-IF.
       IF PROMO-FOR-CUSTOMER
           MOVE PROMO-CUSTOMER-ID TO CUSTOMER-ID
           READ CUSTOMERS-FILE RECORD
               INVALID KEY
                   DISPLAY "No customer found with that id."
                   MOVE "N" TO PROMO-OK
           END-READ
       END-IF.
       IF NOT PROMO-TYPE-IS-VALID
           DISPLAY "The type must be P, F or G."
           MOVE "N" TO PROMO-OK
       END-IF.
       IF PROMO-PERCENT-OFF
           AND (PROMO-PERCENT = 0 OR PROMO-PERCENT > 100)
           DISPLAY "The percent off must be from 1 to 100."
           MOVE "N" TO PROMO-OK
       END-IF.
       IF PROMO-FIXED-PRICE AND PROMO-PRICE = 0
           DISPLAY "The promotion price must be greater than zero."
           MOVE "N" TO PROMO-OK
       END-IF.
       IF PROMO-FREE-GOODS
           AND (PROMO-BUY-QTY = 0 OR PROMO-FREE-QTY = 0)
           DISPLAY "Both the buy and the free quantity are needed."
           MOVE "N" TO PROMO-OK
       END-IF.
       IF PROMO-OK = "N"
           MOVE "Promotion rejected - incomplete or invalid terms."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
       END-IF.

       LIST-PROMOTIONS.
       ACCEPT SYSTEM-DATE FROM DATE YYYYMMDD.
       MOVE 0 TO END-OF-FILE.
       MOVE LOW-VALUES TO PROMO-CODE.
       START PROMOTIONS-FILE KEY IS >= PROMO-CODE
           INVALID KEY MOVE 1 TO END-OF-FILE.
       PERFORM SHOW-NEXT-PROMOTION UNTIL END-OF-FILE = 1.

       SHOW-NEXT-PROMOTION.
       READ PROMOTIONS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF SYSTEM-DATE < PROMO-START-DATE
               MOVE "Upcoming" TO PROMO-STATE
           ELSE IF SYSTEM-DATE > PROMO-END-DATE
               MOVE "Ended" TO PROMO-STATE
           ELSE
               MOVE "Running" TO PROMO-STATE
           END-IF
           DISPLAY "Promotion: " PROMO-CODE
           " " PROMO-DESCRIPTION
           " " PROMO-STATE
           DISPLAY "  From " PROMO-START-DATE
           " to " PROMO-END-DATE
           " Scope: " PROMO-SCOPE " " PROMO-SCOPE-VALUE
           IF PROMO-PERCENT-OFF
               DISPLAY "  " PROMO-PERCENT "% off list"
           END-IF
           IF PROMO-FIXED-PRICE
               DISPLAY "  Fixed price " PROMO-PRICE
           END-IF
           IF PROMO-FREE-GOODS
               DISPLAY "  Buy " PROMO-BUY-QTY
               " get " PROMO-FREE-QTY " free"
           END-IF
       END-IF.

      *Campaigns are ended early or run on by moving the end date;
      *the row stays on file for the results report.
       CHANGE-PROMOTION-END.
       DISPLAY "Enter the promotion code: ".
       ACCEPT PROMO-CODE.
       MOVE "S" TO RECORD-FOUND.
       READ PROMOTIONS-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No promotion found with that code."
       ELSE
           DISPLAY "Runs from " PROMO-START-DATE
           " to " PROMO-END-DATE
           DISPLAY "Enter the new end date (YYYYMMDD): "
           ACCEPT NEW-END-DATE
           IF NEW-END-DATE < PROMO-START-DATE
               DISPLAY "The end date is before the start date."
           ELSE
               MOVE SPACE TO AUDIT-BEFORE
               MOVE SPACE TO AUDIT-AFTER
               STRING "END=" DELIMITED BY SIZE
                   PROMO-END-DATE DELIMITED BY SIZE
                   INTO AUDIT-BEFORE
               MOVE NEW-END-DATE TO PROMO-END-DATE
               STRING "END=" DELIMITED BY SIZE
                   PROMO-END-DATE DELIMITED BY SIZE
                   INTO AUDIT-AFTER
               REWRITE PROMOTION-REGISTRATION
                   INVALID KEY
                       DISPLAY "Error updating promotion record."
               END-REWRITE
               MOVE PROMO-CODE TO AUDIT-PROMO-CODE
               CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD
                   AUDIT-PROMO-CODE AUDIT-BEFORE AUDIT-AFTER
               DISPLAY "Promotion end date changed."
           END-IF
       END-IF.

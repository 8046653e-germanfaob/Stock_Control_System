       IDENTIFICATION DIVISION.
       PROGRAM-ID. maintain-styles.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "style-physical-file.cbl".
       COPY "physical-file.cbl".
       COPY "vendor-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with style master fields.
       COPY "style-logic-file.cbl".
      * Logic file with products fields.
       COPY "logic-file.cbl".
      * Logic file with vendor fields.
       COPY "vendor-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so new records carry the company.
       COPY "session-data.cbl".
       01  OPTION PIC 9.
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  STYLES-SHOWN PIC 9(5).
       77  SIZE-IDX PIC 9(2).
       77  COLOUR-IDX PIC 9(2).
       77  ENTRY-DONE PIC X.
       77  SIZE-ENTRY PIC X(4).
       77  COLOUR-ENTRY PIC X(3).
       77  WANTED-STYLE-CODE PIC X(6).
       77  PRICE-ENTRY PIC 9(6).99.
       77  OLD-PRICE PIC 9(6)V99.
       77  KEYED-PRICE PIC 9(6)V99.
       77  OLD-PRICE-EDIT PIC Z(5)9.99.
       77  NEW-PRICE-EDIT PIC Z(5)9.99.
       77  PRICE-MOVE-PCT PIC 9(7)V99.
       77  PRICE-CONTROL-PCT PIC 9(3).
       77  CREDIT-CONTROL-PCT PIC 9(3).
       77  VARIANTS-CREATED PIC 9(5).
       77  VARIANTS-ON-FILE PIC 9(5).
       77  VARIANTS-REPRICED PIC 9(5).
       77  STYLE-PRICE-RESULT PIC X.
       77  GRID-RESULT PIC X.
       77  PARK-ENTITY PIC X(10) VALUE "STYLE".
       77  PARK-FIELD PIC X(12) VALUE "PRICE".
       01  PARK-RECORD-KEY PIC X(15).
       01  PARK-OLD-VALUE PIC X(40).
       01  PARK-OLD-VIEW REDEFINES PARK-OLD-VALUE.
           05  PARK-OLD-AMOUNT PIC 9(9)V99.
           05  FILLER PIC X(29).
       01  PARK-NEW-VALUE PIC X(40).
       01  PARK-NEW-VIEW REDEFINES PARK-NEW-VALUE.
           05  PARK-NEW-AMOUNT PIC 9(9)V99.
           05  FILLER PIC X(29).
       77  PARKED-ID PIC 9(6).
       77  JOURNAL-TAG-FIELD PIC X(12).
       77  JOURNAL-IMAGE-FIELD PIC X(256).
       77  AUDIT-STYLE-CODE PIC X(15).
       77  AUDIT-BEFORE PIC X(40).
       77  AUDIT-AFTER PIC X(40).
       77  NO-OLD-PRICE PIC 9(6)V99 VALUE 0.
       77  PRICE-EFFECTIVE-DATE PIC 9(8).
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "MAINTAIN-STYLES".
       77  LOG-MESSAGE-FIELD PIC X(80).

       PROCEDURE DIVISION.

      *Clothing and footwear are kept as a style with a grid of
      *sizes and colours. The style carries the brand, category,
      *price, vendor and tax code; generating the variants creates
      *one product per size and colour, id STYLE-SIZE-COLOUR, that
      *copies them. A price set on the style flows down to every
      *variant.
       PROGRAM-BEGIN.
       CALL "get-dual-control-limits" USING PRICE-CONTROL-PCT
           CREDIT-CONTROL-PCT.
       OPEN I-O STYLES-FILE.
       OPEN I-O PRODUCTS-FILE.
       OPEN I-O VENDORS-FILE.
       PERFORM STYLE-MENU.
       PERFORM PROCESS-OPTION UNTIL OPTION = 0.
       CLOSE STYLES-FILE.
       CLOSE PRODUCTS-FILE.
       CLOSE VENDORS-FILE.
       GOBACK.

       STYLE-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Style and Variant Maintenance Menu"
       DISPLAY "1. Register a style with its sizes and colours"
       DISPLAY "2. Generate the variants of a style"
       DISPLAY "3. Change a style's price"
       DISPLAY "4. Show a style's size-by-colour stock grid"
       DISPLAY "5. List styles"
       DISPLAY "0. Back"
       DISPLAY "Enter your choice (0-5):"
       ACCEPT OPTION.

       PROCESS-OPTION.
       IF OPTION = 1 THEN
           PERFORM ADD-STYLE
           PERFORM STYLE-MENU
       ELSE IF OPTION = 2 THEN
           PERFORM GENERATE-VARIANTS
           PERFORM STYLE-MENU
       ELSE IF OPTION = 3 THEN
           PERFORM CHANGE-STYLE-PRICE
           PERFORM STYLE-MENU
       ELSE IF OPTION = 4 THEN
           PERFORM SHOW-GRID
           PERFORM STYLE-MENU
       ELSE IF OPTION = 5 THEN
           PERFORM LIST-STYLES
           PERFORM STYLE-MENU
       ELSE IF OPTION = 0 THEN
           CONTINUE
       ELSE
           DISPLAY "Invalid option. Please enter a valid choice (0-5):"
           MOVE "Invalid style menu option entered."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
           PERFORM STYLE-MENU.

      *The style code is the front of every variant id, so it stays
      *short enough that code, size and colour fit a product id.
       ADD-STYLE.
       MOVE SPACE TO STYLE-REGISTRATION.
       DISPLAY "Enter the style code (up to 6 characters): ".
       ACCEPT STYLE-CODE.
       MOVE "S" TO RECORD-FOUND.
       READ STYLES-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF STYLE-CODE = SPACE
           DISPLAY "A style code is required."
       ELSE IF RECORD-FOUND = "S"
           DISPLAY "A style with that code already exists."
       ELSE
           DISPLAY "Enter the style name: "
           ACCEPT STYLE-NAME
           DISPLAY "Enter the brand name: "
           ACCEPT STYLE-BRAND
           DISPLAY "Enter the category name: "
           ACCEPT STYLE-CATEGORY
           DISPLAY "Enter the price (e.g. 19.99): "
           ACCEPT PRICE-ENTRY
           MOVE PRICE-ENTRY TO STYLE-PRICE
           PERFORM ASK-STYLE-VENDOR
           DISPLAY "Enter the tax code (blank if untaxed): "
           ACCEPT STYLE-TAX-CODE
           DISPLAY "Enter the unit of measure (e.g. EACH): "
           ACCEPT STYLE-UOM
           PERFORM ASK-STYLE-SIZES
           PERFORM ASK-STYLE-COLOURS
           ACCEPT STYLE-LAST-UPDATED-DATE FROM DATE YYYYMMDD
           IF STYLE-PRICE = 0 OR STYLE-SIZE-COUNT = 0
               OR STYLE-COLOUR-COUNT = 0
               DISPLAY "A style needs a price, at least one size "
               "and at least one colour. Style not saved."
           ELSE
               WRITE STYLE-REGISTRATION
                   INVALID KEY
                       DISPLAY "Error writing style record."
                   NOT INVALID KEY
                       DISPLAY "Style " STYLE-CODE " registered with "
                       STYLE-SIZE-COUNT " sizes and "
                       STYLE-COLOUR-COUNT " colours."
               END-WRITE
           END-IF
       END-IF.

       ASK-STYLE-VENDOR.
       DISPLAY "Enter the vendor id that supplies this style: ".
       ACCEPT STYLE-VENDOR-ID.
       MOVE STYLE-VENDOR-ID TO VENDOR-ID.
       MOVE "S" TO RECORD-FOUND.
       READ VENDORS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND VENDOR-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "That vendor is not on file."
           PERFORM ASK-STYLE-VENDOR
       END-IF.

       ASK-STYLE-SIZES.
       MOVE 0 TO STYLE-SIZE-COUNT.
       MOVE "N" TO ENTRY-DONE.
       DISPLAY "Enter the sizes in display order (e.g. S, M, L, "
       "XL, 42), blank to finish:".
       PERFORM ASK-NEXT-SIZE
           UNTIL ENTRY-DONE = "Y" OR STYLE-SIZE-COUNT = 12.

       ASK-NEXT-SIZE.
       DISPLAY "Size: ".
       ACCEPT SIZE-ENTRY.
       IF SIZE-ENTRY = SPACE
           MOVE "Y" TO ENTRY-DONE
       ELSE
           ADD 1 TO STYLE-SIZE-COUNT
           MOVE SIZE-ENTRY TO STYLE-SIZE (STYLE-SIZE-COUNT)
       END-IF.

       ASK-STYLE-COLOURS.
       MOVE 0 TO STYLE-COLOUR-COUNT.
       MOVE "N" TO ENTRY-DONE.
       DISPLAY "Enter the colour codes (e.g. BLK, NAV, RED), blank "
       "to finish:".
       PERFORM ASK-NEXT-COLOUR
           UNTIL ENTRY-DONE = "Y" OR STYLE-COLOUR-COUNT = 10.

       ASK-NEXT-COLOUR.
       DISPLAY "Colour: ".
       ACCEPT COLOUR-ENTRY.
       IF COLOUR-ENTRY = SPACE
           MOVE "Y" TO ENTRY-DONE
       ELSE
           ADD 1 TO STYLE-COLOUR-COUNT
           MOVE COLOUR-ENTRY TO STYLE-COLOUR (STYLE-COLOUR-COUNT)
       END-IF.

       READ-WANTED-STYLE.
       DISPLAY "Enter the style code: ".
       ACCEPT WANTED-STYLE-CODE.
       MOVE WANTED-STYLE-CODE TO STYLE-CODE.
       MOVE "S" TO RECORD-FOUND.
       READ STYLES-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No style found with that code."
       END-IF.

      *Every size and colour not yet on file becomes a product with
      *no stock; variants already generated are left alone, so a
      *size or colour added to the range later is generated on its
      *own.
       GENERATE-VARIANTS.
       PERFORM READ-WANTED-STYLE.
       IF RECORD-FOUND = "S"
           MOVE 0 TO VARIANTS-CREATED
           MOVE 0 TO VARIANTS-ON-FILE
           MOVE 1 TO SIZE-IDX
           PERFORM GENERATE-ONE-SIZE
               UNTIL SIZE-IDX > STYLE-SIZE-COUNT
           DISPLAY "Variants created: " VARIANTS-CREATED
           " Already on file: " VARIANTS-ON-FILE
       END-IF.

       GENERATE-ONE-SIZE.
       MOVE 1 TO COLOUR-IDX.
       PERFORM GENERATE-ONE-VARIANT
           UNTIL COLOUR-IDX > STYLE-COLOUR-COUNT.
       ADD 1 TO SIZE-IDX.

       GENERATE-ONE-VARIANT.
       PERFORM BUILD-VARIANT-ID.
       MOVE "S" TO RECORD-FOUND.
       READ PRODUCTS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           ADD 1 TO VARIANTS-ON-FILE
       ELSE
           PERFORM WRITE-VARIANT
       END-IF.
       ADD 1 TO COLOUR-IDX.

       BUILD-VARIANT-ID.
       MOVE SPACE TO PRODUCT-ID.
       STRING STYLE-CODE DELIMITED BY SPACE
           "-" DELIMITED BY SIZE
           STYLE-SIZE (SIZE-IDX) DELIMITED BY SPACE
           "-" DELIMITED BY SIZE
           STYLE-COLOUR (COLOUR-IDX) DELIMITED BY SPACE
           INTO PRODUCT-ID.

       WRITE-VARIANT.
       MOVE SPACE TO PRODUCT-REGISTRATION.
       MOVE ZERO TO PRODUCT-QUANTITY.
       MOVE ZERO TO PRODUCT-REORDER-POINT.
       MOVE ZERO TO PRODUCT-MIN-ORDER-QTY.
       MOVE ZERO TO PRODUCT-MAX-ORDER-QTY.
       MOVE ZERO TO PRODUCT-LEAD-TIME-DAYS.
       MOVE ZERO TO PRODUCT-SAFETY-STOCK.
       MOVE ZERO TO PRODUCT-ALLOCATED-QTY.
       MOVE ZERO TO PRODUCT-CASE-PACK.
       MOVE ZERO TO PRODUCT-QUARANTINE-QTY.
       MOVE ZERO TO PRODUCT-LAST-COUNT-DATE.
       MOVE ZERO TO PRODUCT-MAX-STOCK-LEVEL.
       MOVE ZERO TO PRODUCT-WEIGHT.
       MOVE ZERO TO PRODUCT-VOLUME.
       MOVE ZERO TO PRODUCT-WARRANTY-MONTHS.
       PERFORM BUILD-VARIANT-ID.
       STRING STYLE-NAME (1:21) DELIMITED BY "  "
           " " DELIMITED BY SIZE
           STYLE-SIZE (SIZE-IDX) DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           STYLE-COLOUR (COLOUR-IDX) DELIMITED BY SPACE
           INTO PRODUCT-NAME.
       MOVE STYLE-BRAND TO PRODUCT-BRAND.
       MOVE STYLE-CATEGORY TO PRODUCT-CATEGORY.
       MOVE STYLE-PRICE TO PRODUCT-PRICE.
       MOVE STYLE-VENDOR-ID TO PRODUCT-VENDOR-ID.
       MOVE STYLE-TAX-CODE TO PRODUCT-TAX-CODE.
       MOVE STYLE-UOM TO PRODUCT-UOM.
       SET PRODUCT-IS-ACTIVE TO TRUE.
       SET PRODUCT-IS-NOT-SERIALIZED TO TRUE.
       MOVE "C" TO PRODUCT-ABC-CLASS.
       ACCEPT PRODUCT-LAST-UPDATED-DATE FROM DATE YYYYMMDD.
       MOVE STYLE-CODE TO PRODUCT-STYLE-CODE.
       MOVE STYLE-SIZE (SIZE-IDX) TO PRODUCT-SIZE.
       MOVE STYLE-COLOUR (COLOUR-IDX) TO PRODUCT-COLOUR.
       MOVE SESSION-COMPANY-CODE TO PRODUCT-COMPANY-CODE.
       WRITE PRODUCT-REGISTRATION
           INVALID KEY
               DISPLAY "Error writing product record " PRODUCT-ID
           NOT INVALID KEY
               ADD 1 TO VARIANTS-CREATED
               DISPLAY "Created " PRODUCT-ID " " PRODUCT-NAME
               PERFORM JOURNAL-PRODUCT-IMAGE
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
       CALL "log-journal" USING JOURNAL-TAG-FIELD
           JOURNAL-IMAGE-FIELD.

      *The same dual-control limit as a single product's price: a
      *style price moved further than that waits for a second
      *administrator, and reaches the variants only once approved.
       CHANGE-STYLE-PRICE.
       PERFORM READ-WANTED-STYLE.
       IF RECORD-FOUND = "S"
           MOVE STYLE-PRICE TO OLD-PRICE
           MOVE OLD-PRICE TO OLD-PRICE-EDIT
           DISPLAY "Style: " STYLE-NAME " Price: " OLD-PRICE-EDIT
           DISPLAY "Enter the new price (e.g. 19.99): "
           ACCEPT PRICE-ENTRY
           MOVE PRICE-ENTRY TO KEYED-PRICE
           PERFORM CHECK-STYLE-PRICE-CONTROL
       END-IF.

       CHECK-STYLE-PRICE-CONTROL.
       MOVE 0 TO PRICE-MOVE-PCT.
       IF KEYED-PRICE = 0
           DISPLAY "Price cannot be zero. Price unchanged."
       ELSE IF KEYED-PRICE = OLD-PRICE
           DISPLAY "Price unchanged."
       ELSE
           IF OLD-PRICE = 0
               MOVE 999 TO PRICE-MOVE-PCT
           ELSE IF KEYED-PRICE > OLD-PRICE
               COMPUTE PRICE-MOVE-PCT ROUNDED =
                   (KEYED-PRICE - OLD-PRICE) * 100 / OLD-PRICE
           ELSE
               COMPUTE PRICE-MOVE-PCT ROUNDED =
                   (OLD-PRICE - KEYED-PRICE) * 100 / OLD-PRICE
           END-IF
           IF PRICE-MOVE-PCT > PRICE-CONTROL-PCT
               PERFORM PARK-STYLE-PRICE
           ELSE
               PERFORM APPLY-NEW-STYLE-PRICE
           END-IF
       END-IF.

       PARK-STYLE-PRICE.
       MOVE SPACE TO PARK-RECORD-KEY.
       MOVE STYLE-CODE TO PARK-RECORD-KEY.
       MOVE SPACE TO PARK-OLD-VALUE.
       MOVE OLD-PRICE TO PARK-OLD-AMOUNT.
       MOVE SPACE TO PARK-NEW-VALUE.
       MOVE KEYED-PRICE TO PARK-NEW-AMOUNT.
       CALL "park-master-change" USING PARK-ENTITY PARK-RECORD-KEY
           PARK-FIELD PARK-OLD-VALUE PARK-NEW-VALUE PARKED-ID.
       MOVE KEYED-PRICE TO NEW-PRICE-EDIT.
       DISPLAY "The price change to " NEW-PRICE-EDIT " moves the "
       "price more than " PRICE-CONTROL-PCT "%.".
       DISPLAY "It is held as change " PARKED-ID " until another "
       "administrator approves it.".

      *The style and its variants are repriced together by the same
      *routine the approval queue uses, with the files handed over
      *to it for the duration.
       APPLY-NEW-STYLE-PRICE.
       CLOSE STYLES-FILE.
       CLOSE PRODUCTS-FILE.
       CALL "apply-style-price" USING WANTED-STYLE-CODE KEYED-PRICE
           VARIANTS-REPRICED STYLE-PRICE-RESULT.
       OPEN I-O STYLES-FILE.
       OPEN I-O PRODUCTS-FILE.
       IF STYLE-PRICE-RESULT = "S"
           DISPLAY "Style price changed. Variants repriced: "
               VARIANTS-REPRICED
           PERFORM LOG-STYLE-PRICE-AUDIT
       ELSE
           DISPLAY "Style price not changed."
       END-IF.

       LOG-STYLE-PRICE-AUDIT.
       MOVE SPACE TO AUDIT-STYLE-CODE.
       MOVE WANTED-STYLE-CODE TO AUDIT-STYLE-CODE.
       MOVE OLD-PRICE TO OLD-PRICE-EDIT.
       MOVE KEYED-PRICE TO NEW-PRICE-EDIT.
       MOVE SPACE TO AUDIT-BEFORE.
       STRING "STYLE PRICE=" DELIMITED BY SIZE
           OLD-PRICE-EDIT DELIMITED BY SIZE
           INTO AUDIT-BEFORE.
       MOVE SPACE TO AUDIT-AFTER.
       STRING "STYLE PRICE=" DELIMITED BY SIZE
           NEW-PRICE-EDIT DELIMITED BY SIZE
           INTO AUDIT-AFTER.
       CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD
           AUDIT-STYLE-CODE AUDIT-BEFORE AUDIT-AFTER.

       SHOW-GRID.
       DISPLAY "Enter the style code: ".
       ACCEPT WANTED-STYLE-CODE.
       CLOSE STYLES-FILE.
       CLOSE PRODUCTS-FILE.
       CALL "show-style-grid" USING WANTED-STYLE-CODE GRID-RESULT.
       OPEN I-O STYLES-FILE.
       OPEN I-O PRODUCTS-FILE.

       LIST-STYLES.
       MOVE 0 TO STYLES-SHOWN.
       MOVE LOW-VALUES TO STYLE-CODE.
       MOVE 0 TO END-OF-FILE.
       START STYLES-FILE KEY IS >= STYLE-CODE
           INVALID KEY MOVE 1 TO END-OF-FILE.
       PERFORM SHOW-NEXT-STYLE UNTIL END-OF-FILE = 1.
       IF STYLES-SHOWN = 0
           DISPLAY "No styles on file."
       END-IF.

       SHOW-NEXT-STYLE.
       READ STYLES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           ADD 1 TO STYLES-SHOWN
           MOVE STYLE-PRICE TO NEW-PRICE-EDIT
           DISPLAY STYLE-CODE " " STYLE-NAME " " STYLE-BRAND
               " Price: " NEW-PRICE-EDIT
           DISPLAY "    Sizes: " STYLE-SIZES
           DISPLAY "    Colours: " STYLE-COLOURS
       END-IF.

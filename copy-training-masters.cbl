       IDENTIFICATION DIVISION.
       PROGRAM-ID. copy-training-masters.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "physical-file.cbl".
       COPY "product-desc-physical-file.cbl".
       COPY "category-physical-file.cbl".
       COPY "barcode-physical-file.cbl".
       COPY "style-physical-file.cbl".
       COPY "kit-component-physical-file.cbl".
       COPY "customer-physical-file.cbl".
       COPY "customer-xref-physical-file.cbl".
       COPY "customer-site-physical-file.cbl".
       COPY "shipto-physical-file.cbl".
       COPY "vendor-physical-file.cbl".
       COPY "vendor-xref-physical-file.cbl".
       COPY "salesperson-physical-file.cbl".
       COPY "carrier-physical-file.cbl".
       COPY "route-physical-file.cbl".
       COPY "location-physical-file.cbl".
       COPY "operator-physical-file.cbl".
       COPY "company-physical-file.cbl".
       COPY "terms-physical-file.cbl".
       COPY "tax-code-physical-file.cbl".
       COPY "tax-exempt-physical-file.cbl".
       COPY "reason-code-physical-file.cbl".
       COPY "calendar-physical-file.cbl".
       COPY "period-physical-file.cbl".
       COPY "notes-physical-file.cbl".
       COPY "spool-catalog-physical-file.cbl".
       COPY "channel-feed-physical-file.cbl".
       COPY "email-outbox-physical-file.cbl".
       COPY "number-control-physical-file.cbl".
      * Each file passes through the sequential work file, which
      * stays in the live directory.
       SELECT TRAINING-WORK-FILE ASSIGN TO "TRAINING.WRK"
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Logic file with products fields.
       COPY "logic-file.cbl".
      * Logic file with product description fields.
       COPY "product-desc-logic-file.cbl".
      * Logic file with category fields.
       COPY "category-logic-file.cbl".
      * Logic file with barcode cross-reference fields.
       COPY "barcode-logic-file.cbl".
      * Logic file with style master fields.
       COPY "style-logic-file.cbl".
      * Logic file with kit component fields.
       COPY "kit-component-logic-file.cbl".
      * Logic file with customer fields.
       COPY "customer-logic-file.cbl".
      * Logic file with customer cross-reference fields.
       COPY "customer-xref-logic-file.cbl".
      * Logic file with customer consignment site fields.
       COPY "customer-site-logic-file.cbl".
      * Logic file with ship-to address fields.
       COPY "shipto-logic-file.cbl".
      * Logic file with vendor fields.
       COPY "vendor-logic-file.cbl".
      * Logic file with vendor cross-reference fields.
       COPY "vendor-xref-logic-file.cbl".
      * Logic file with salesperson fields.
       COPY "salesperson-logic-file.cbl".
      * Logic file with carrier fields.
       COPY "carrier-logic-file.cbl".
      * Logic file with delivery route fields.
       COPY "route-logic-file.cbl".
      * Logic file with location fields.
       COPY "location-logic-file.cbl".
      * Logic file with operator fields.
       COPY "operator-logic-file.cbl".
      * Logic file with company fields.
       COPY "company-logic-file.cbl".
      * Logic file with payment terms fields.
       COPY "terms-logic-file.cbl".
      * Logic file with tax code fields.
       COPY "tax-code-logic-file.cbl".
      * Logic file with tax exemption certificate fields.
       COPY "tax-exempt-logic-file.cbl".
      * Logic file with movement reason code fields.
       COPY "reason-code-logic-file.cbl".
      * Logic file with business calendar fields.
       COPY "calendar-logic-file.cbl".
      * Logic file with accounting period fields.
       COPY "period-logic-file.cbl".
      * Logic file with customer and order notes fields.
       COPY "notes-logic-file.cbl".
      * Logic file with the report catalog fields.
       COPY "spool-catalog-logic-file.cbl".
      * Logic file with last-sent channel feed fields.
       COPY "channel-feed-logic-file.cbl".
      * Logic file with email outbox fields.
       COPY "email-outbox-logic-file.cbl".
      * Logic file with the number control fields.
       COPY "number-control-logic-file.cbl".

       FD  TRAINING-WORK-FILE.
       01  TRAINING-WORK-RECORD PIC X(300).

       WORKING-STORAGE SECTION.
       77  END-OF-FILE PIC 9.
       77  COPY-FILE-NAME PIC X(25).
       77  RECORDS-UNLOADED PIC 9(7).
       77  RECORDS-RELOADED PIC 9(7).
       77  DATA-SET-CHOICE PIC X.

       LINKAGE SECTION.
      * Running totals for the whole refresh, kept by the caller.
       01  FILES-COPIED PIC 9(3).
       01  RECORDS-IN-ERROR PIC 9(5).

       PROCEDURE DIVISION USING FILES-COPIED RECORDS-IN-ERROR.

      *Copies the product, customer and vendor masters, the reference
      *tables and the document number series from the live data set
      *into the training one. Every record goes back through the
      *file's own SELECT, so the training file is built with the same
      *keys and alternate indexes as the live one. The live files are
      *only ever read.
       PROGRAM-BEGIN.
       PERFORM COPY-PRODUCTS.
       PERFORM COPY-PRODUCT-DESCRIPTIONS.
       PERFORM COPY-CATEGORIES.
       PERFORM COPY-BARCODES.
       PERFORM COPY-STYLES.
       PERFORM COPY-KIT-COMPONENTS.
       PERFORM COPY-CUSTOMERS.
       PERFORM COPY-CUSTOMER-XREF.
       PERFORM COPY-CUSTOMER-SITES.
       PERFORM COPY-SHIPTO.
       PERFORM COPY-VENDORS.
       PERFORM COPY-VENDOR-XREF.
       PERFORM COPY-SALESPERSONS.
       PERFORM COPY-CARRIERS.
       PERFORM COPY-ROUTES.
       PERFORM COPY-LOCATIONS.
       PERFORM COPY-OPERATORS.
       PERFORM COPY-COMPANIES.
       PERFORM COPY-TERMS.
       PERFORM COPY-TAX-CODES.
       PERFORM COPY-TAX-EXEMPTIONS.
       PERFORM COPY-REASON-CODES.
       PERFORM COPY-BUSINESS-CALENDAR.
       PERFORM COPY-PERIODS.
       PERFORM COPY-NOTES.
       PERFORM COPY-SPOOL-CATALOG.
       PERFORM COPY-CHANNEL-FEED.
       PERFORM COPY-EMAIL-OUTBOX.
       PERFORM COPY-NUMBER-CONTROL.
       GOBACK.

      *The live file and the work file are both opened while the
      *run still points at the live directory; a file stays bound
      *to the directory it was opened in, so only the training
      *file is opened after the switch.
       START-FILE-COPY.
       MOVE 0 TO RECORDS-UNLOADED.
       MOVE 0 TO RECORDS-RELOADED.
       MOVE 0 TO END-OF-FILE.
       OPEN OUTPUT TRAINING-WORK-FILE.

       START-FILE-RELOAD.
       CLOSE TRAINING-WORK-FILE.
       OPEN INPUT TRAINING-WORK-FILE.
       MOVE 0 TO END-OF-FILE.
       MOVE "T" TO DATA-SET-CHOICE.
       CALL "select-data-set" USING DATA-SET-CHOICE.

       FINISH-FILE-COPY.
       CLOSE TRAINING-WORK-FILE.
       MOVE "L" TO DATA-SET-CHOICE.
       CALL "select-data-set" USING DATA-SET-CHOICE.
       ADD 1 TO FILES-COPIED.
       DISPLAY COPY-FILE-NAME " copied: " RECORDS-RELOADED
           " of " RECORDS-UNLOADED.

       READ-WORK-RECORD.
       READ TRAINING-WORK-FILE
           AT END MOVE 1 TO END-OF-FILE
       END-READ.

       WRITE-WORK-RECORD.
       WRITE TRAINING-WORK-RECORD.
       ADD 1 TO RECORDS-UNLOADED.

       COPY-PRODUCTS.
       MOVE "PRODUCTS" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT PRODUCTS-FILE.
       PERFORM UNLOAD-PRODUCTS UNTIL END-OF-FILE = 1.
       CLOSE PRODUCTS-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT PRODUCTS-FILE.
       PERFORM RELOAD-PRODUCTS UNTIL END-OF-FILE = 1.
       CLOSE PRODUCTS-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-PRODUCTS.
       READ PRODUCTS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE PRODUCT-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-PRODUCTS.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO PRODUCT-REGISTRATION
           WRITE PRODUCT-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-PRODUCT-DESCRIPTIONS.
       MOVE "PRODUCT-DESCRIPTIONS" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT PRODUCT-DESCRIPTIONS-FILE.
       PERFORM UNLOAD-PRODUCT-DESCRIPTIONS UNTIL END-OF-FILE = 1.
       CLOSE PRODUCT-DESCRIPTIONS-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT PRODUCT-DESCRIPTIONS-FILE.
       PERFORM RELOAD-PRODUCT-DESCRIPTIONS UNTIL END-OF-FILE = 1.
       CLOSE PRODUCT-DESCRIPTIONS-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-PRODUCT-DESCRIPTIONS.
       READ PRODUCT-DESCRIPTIONS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE PRODUCT-DESCRIPTION-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-PRODUCT-DESCRIPTIONS.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO PRODUCT-DESCRIPTION-REGISTRATION
           WRITE PRODUCT-DESCRIPTION-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-CATEGORIES.
       MOVE "CATEGORIES" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT CATEGORIES-FILE.
       PERFORM UNLOAD-CATEGORIES UNTIL END-OF-FILE = 1.
       CLOSE CATEGORIES-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT CATEGORIES-FILE.
       PERFORM RELOAD-CATEGORIES UNTIL END-OF-FILE = 1.
       CLOSE CATEGORIES-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-CATEGORIES.
       READ CATEGORIES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE CATEGORY-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-CATEGORIES.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO CATEGORY-REGISTRATION
           WRITE CATEGORY-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-BARCODES.
       MOVE "BARCODES" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT BARCODES-FILE.
       PERFORM UNLOAD-BARCODES UNTIL END-OF-FILE = 1.
       CLOSE BARCODES-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT BARCODES-FILE.
       PERFORM RELOAD-BARCODES UNTIL END-OF-FILE = 1.
       CLOSE BARCODES-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-BARCODES.
       READ BARCODES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE BARCODE-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-BARCODES.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO BARCODE-REGISTRATION
           WRITE BARCODE-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-STYLES.
       MOVE "STYLES" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT STYLES-FILE.
       PERFORM UNLOAD-STYLES UNTIL END-OF-FILE = 1.
       CLOSE STYLES-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT STYLES-FILE.
       PERFORM RELOAD-STYLES UNTIL END-OF-FILE = 1.
       CLOSE STYLES-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-STYLES.
       READ STYLES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE STYLE-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-STYLES.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO STYLE-REGISTRATION
           WRITE STYLE-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-KIT-COMPONENTS.
       MOVE "KIT-COMPONENTS" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT KIT-COMPONENTS-FILE.
       PERFORM UNLOAD-KIT-COMPONENTS UNTIL END-OF-FILE = 1.
       CLOSE KIT-COMPONENTS-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT KIT-COMPONENTS-FILE.
       PERFORM RELOAD-KIT-COMPONENTS UNTIL END-OF-FILE = 1.
       CLOSE KIT-COMPONENTS-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-KIT-COMPONENTS.
       READ KIT-COMPONENTS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE KIT-COMPONENT-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-KIT-COMPONENTS.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO KIT-COMPONENT-REGISTRATION
           WRITE KIT-COMPONENT-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-CUSTOMERS.
       MOVE "CUSTOMERS" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT CUSTOMERS-FILE.
       PERFORM UNLOAD-CUSTOMERS UNTIL END-OF-FILE = 1.
       CLOSE CUSTOMERS-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT CUSTOMERS-FILE.
       PERFORM RELOAD-CUSTOMERS UNTIL END-OF-FILE = 1.
       CLOSE CUSTOMERS-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-CUSTOMERS.
       READ CUSTOMERS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE CUSTOMER-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-CUSTOMERS.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO CUSTOMER-REGISTRATION
           WRITE CUSTOMER-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-CUSTOMER-XREF.
       MOVE "CUSTOMER-XREF" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT CUSTOMER-XREF-FILE.
       PERFORM UNLOAD-CUSTOMER-XREF UNTIL END-OF-FILE = 1.
       CLOSE CUSTOMER-XREF-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT CUSTOMER-XREF-FILE.
       PERFORM RELOAD-CUSTOMER-XREF UNTIL END-OF-FILE = 1.
       CLOSE CUSTOMER-XREF-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-CUSTOMER-XREF.
       READ CUSTOMER-XREF-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE CUSTOMER-XREF-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-CUSTOMER-XREF.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO CUSTOMER-XREF-REGISTRATION
           WRITE CUSTOMER-XREF-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-CUSTOMER-SITES.
       MOVE "CUSTOMER-SITES" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT CUSTOMER-SITES-FILE.
       PERFORM UNLOAD-CUSTOMER-SITES UNTIL END-OF-FILE = 1.
       CLOSE CUSTOMER-SITES-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT CUSTOMER-SITES-FILE.
       PERFORM RELOAD-CUSTOMER-SITES UNTIL END-OF-FILE = 1.
       CLOSE CUSTOMER-SITES-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-CUSTOMER-SITES.
       READ CUSTOMER-SITES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE CUSTOMER-SITE-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-CUSTOMER-SITES.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO CUSTOMER-SITE-REGISTRATION
           WRITE CUSTOMER-SITE-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-SHIPTO.
       MOVE "SHIPTO" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT SHIPTO-FILE.
       PERFORM UNLOAD-SHIPTO UNTIL END-OF-FILE = 1.
       CLOSE SHIPTO-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT SHIPTO-FILE.
       PERFORM RELOAD-SHIPTO UNTIL END-OF-FILE = 1.
       CLOSE SHIPTO-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-SHIPTO.
       READ SHIPTO-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE SHIPTO-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-SHIPTO.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO SHIPTO-REGISTRATION
           WRITE SHIPTO-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-VENDORS.
       MOVE "VENDORS" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT VENDORS-FILE.
       PERFORM UNLOAD-VENDORS UNTIL END-OF-FILE = 1.
       CLOSE VENDORS-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT VENDORS-FILE.
       PERFORM RELOAD-VENDORS UNTIL END-OF-FILE = 1.
       CLOSE VENDORS-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-VENDORS.
       READ VENDORS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE VENDOR-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-VENDORS.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO VENDOR-REGISTRATION
           WRITE VENDOR-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-VENDOR-XREF.
       MOVE "VENDOR-XREF" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT VENDOR-XREF-FILE.
       PERFORM UNLOAD-VENDOR-XREF UNTIL END-OF-FILE = 1.
       CLOSE VENDOR-XREF-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT VENDOR-XREF-FILE.
       PERFORM RELOAD-VENDOR-XREF UNTIL END-OF-FILE = 1.
       CLOSE VENDOR-XREF-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-VENDOR-XREF.
       READ VENDOR-XREF-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE VENDOR-XREF-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-VENDOR-XREF.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO VENDOR-XREF-REGISTRATION
           WRITE VENDOR-XREF-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-SALESPERSONS.
       MOVE "SALESPERSONS" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT SALESPERSONS-FILE.
       PERFORM UNLOAD-SALESPERSONS UNTIL END-OF-FILE = 1.
       CLOSE SALESPERSONS-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT SALESPERSONS-FILE.
       PERFORM RELOAD-SALESPERSONS UNTIL END-OF-FILE = 1.
       CLOSE SALESPERSONS-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-SALESPERSONS.
       READ SALESPERSONS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE SALESPERSON-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-SALESPERSONS.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO SALESPERSON-REGISTRATION
           WRITE SALESPERSON-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-CARRIERS.
       MOVE "CARRIERS" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT CARRIERS-FILE.
       PERFORM UNLOAD-CARRIERS UNTIL END-OF-FILE = 1.
       CLOSE CARRIERS-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT CARRIERS-FILE.
       PERFORM RELOAD-CARRIERS UNTIL END-OF-FILE = 1.
       CLOSE CARRIERS-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-CARRIERS.
       READ CARRIERS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE CARRIER-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-CARRIERS.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO CARRIER-REGISTRATION
           WRITE CARRIER-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-ROUTES.
       MOVE "ROUTES" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT ROUTES-FILE.
       PERFORM UNLOAD-ROUTES UNTIL END-OF-FILE = 1.
       CLOSE ROUTES-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT ROUTES-FILE.
       PERFORM RELOAD-ROUTES UNTIL END-OF-FILE = 1.
       CLOSE ROUTES-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-ROUTES.
       READ ROUTES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE ROUTE-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-ROUTES.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO ROUTE-REGISTRATION
           WRITE ROUTE-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-LOCATIONS.
       MOVE "LOCATIONS" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT LOCATIONS-FILE.
       PERFORM UNLOAD-LOCATIONS UNTIL END-OF-FILE = 1.
       CLOSE LOCATIONS-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT LOCATIONS-FILE.
       PERFORM RELOAD-LOCATIONS UNTIL END-OF-FILE = 1.
       CLOSE LOCATIONS-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-LOCATIONS.
       READ LOCATIONS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE LOCATION-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-LOCATIONS.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO LOCATION-REGISTRATION
           WRITE LOCATION-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-OPERATORS.
       MOVE "OPERATORS" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT OPERATORS-FILE.
       PERFORM UNLOAD-OPERATORS UNTIL END-OF-FILE = 1.
       CLOSE OPERATORS-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT OPERATORS-FILE.
       PERFORM RELOAD-OPERATORS UNTIL END-OF-FILE = 1.
       CLOSE OPERATORS-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-OPERATORS.
       READ OPERATORS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE OPERATOR-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-OPERATORS.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO OPERATOR-REGISTRATION
           WRITE OPERATOR-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-COMPANIES.
       MOVE "COMPANIES" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT COMPANIES-FILE.
       PERFORM UNLOAD-COMPANIES UNTIL END-OF-FILE = 1.
       CLOSE COMPANIES-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT COMPANIES-FILE.
       PERFORM RELOAD-COMPANIES UNTIL END-OF-FILE = 1.
       CLOSE COMPANIES-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-COMPANIES.
       READ COMPANIES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE COMPANY-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-COMPANIES.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO COMPANY-REGISTRATION
           WRITE COMPANY-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-TERMS.
       MOVE "TERMS" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT TERMS-FILE.
       PERFORM UNLOAD-TERMS UNTIL END-OF-FILE = 1.
       CLOSE TERMS-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT TERMS-FILE.
       PERFORM RELOAD-TERMS UNTIL END-OF-FILE = 1.
       CLOSE TERMS-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-TERMS.
       READ TERMS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE TERMS-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-TERMS.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO TERMS-REGISTRATION
           WRITE TERMS-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-TAX-CODES.
       MOVE "TAX-CODES" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT TAX-CODES-FILE.
       PERFORM UNLOAD-TAX-CODES UNTIL END-OF-FILE = 1.
       CLOSE TAX-CODES-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT TAX-CODES-FILE.
       PERFORM RELOAD-TAX-CODES UNTIL END-OF-FILE = 1.
       CLOSE TAX-CODES-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-TAX-CODES.
       READ TAX-CODES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE TAX-CODE-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-TAX-CODES.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO TAX-CODE-REGISTRATION
           WRITE TAX-CODE-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-TAX-EXEMPTIONS.
       MOVE "TAX-EXEMPTIONS" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT TAX-EXEMPTIONS-FILE.
       PERFORM UNLOAD-TAX-EXEMPTIONS UNTIL END-OF-FILE = 1.
       CLOSE TAX-EXEMPTIONS-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT TAX-EXEMPTIONS-FILE.
       PERFORM RELOAD-TAX-EXEMPTIONS UNTIL END-OF-FILE = 1.
       CLOSE TAX-EXEMPTIONS-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-TAX-EXEMPTIONS.
       READ TAX-EXEMPTIONS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE TAX-EXEMPTION-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-TAX-EXEMPTIONS.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO TAX-EXEMPTION-REGISTRATION
           WRITE TAX-EXEMPTION-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-REASON-CODES.
       MOVE "REASON-CODES" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT REASON-CODES-FILE.
       PERFORM UNLOAD-REASON-CODES UNTIL END-OF-FILE = 1.
       CLOSE REASON-CODES-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT REASON-CODES-FILE.
       PERFORM RELOAD-REASON-CODES UNTIL END-OF-FILE = 1.
       CLOSE REASON-CODES-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-REASON-CODES.
       READ REASON-CODES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE REASON-CODE-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-REASON-CODES.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO REASON-CODE-REGISTRATION
           WRITE REASON-CODE-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-BUSINESS-CALENDAR.
       MOVE "BUSINESS-CALENDAR" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT BUSINESS-CALENDAR-FILE.
       PERFORM UNLOAD-BUSINESS-CALENDAR UNTIL END-OF-FILE = 1.
       CLOSE BUSINESS-CALENDAR-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT BUSINESS-CALENDAR-FILE.
       PERFORM RELOAD-BUSINESS-CALENDAR UNTIL END-OF-FILE = 1.
       CLOSE BUSINESS-CALENDAR-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-BUSINESS-CALENDAR.
       READ BUSINESS-CALENDAR-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE CALENDAR-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-BUSINESS-CALENDAR.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO CALENDAR-REGISTRATION
           WRITE CALENDAR-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-PERIODS.
       MOVE "PERIODS" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT PERIODS-FILE.
       PERFORM UNLOAD-PERIODS UNTIL END-OF-FILE = 1.
       CLOSE PERIODS-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT PERIODS-FILE.
       PERFORM RELOAD-PERIODS UNTIL END-OF-FILE = 1.
       CLOSE PERIODS-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-PERIODS.
       READ PERIODS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE PERIOD-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-PERIODS.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO PERIOD-REGISTRATION
           WRITE PERIOD-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-NOTES.
       MOVE "NOTES" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT NOTES-FILE.
       PERFORM UNLOAD-NOTES UNTIL END-OF-FILE = 1.
       CLOSE NOTES-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT NOTES-FILE.
       PERFORM RELOAD-NOTES UNTIL END-OF-FILE = 1.
       CLOSE NOTES-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-NOTES.
       READ NOTES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE NOTE-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-NOTES.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO NOTE-REGISTRATION
           WRITE NOTE-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-SPOOL-CATALOG.
       MOVE "SPOOL-CATALOG" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT SPOOL-CATALOG-FILE.
       PERFORM UNLOAD-SPOOL-CATALOG UNTIL END-OF-FILE = 1.
       CLOSE SPOOL-CATALOG-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT SPOOL-CATALOG-FILE.
       PERFORM RELOAD-SPOOL-CATALOG UNTIL END-OF-FILE = 1.
       CLOSE SPOOL-CATALOG-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-SPOOL-CATALOG.
       READ SPOOL-CATALOG-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE SPOOL-CATALOG-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-SPOOL-CATALOG.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO SPOOL-CATALOG-REGISTRATION
           WRITE SPOOL-CATALOG-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-CHANNEL-FEED.
       MOVE "CHANNEL-FEED" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT CHANNEL-FEED-FILE.
       PERFORM UNLOAD-CHANNEL-FEED UNTIL END-OF-FILE = 1.
       CLOSE CHANNEL-FEED-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT CHANNEL-FEED-FILE.
       PERFORM RELOAD-CHANNEL-FEED UNTIL END-OF-FILE = 1.
       CLOSE CHANNEL-FEED-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-CHANNEL-FEED.
       READ CHANNEL-FEED-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE FEED-STATE-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-CHANNEL-FEED.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO FEED-STATE-REGISTRATION
           WRITE FEED-STATE-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-EMAIL-OUTBOX.
       MOVE "EMAIL-OUTBOX" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT EMAIL-OUTBOX-FILE.
       PERFORM UNLOAD-EMAIL-OUTBOX UNTIL END-OF-FILE = 1.
       CLOSE EMAIL-OUTBOX-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT EMAIL-OUTBOX-FILE.
       PERFORM RELOAD-EMAIL-OUTBOX UNTIL END-OF-FILE = 1.
       CLOSE EMAIL-OUTBOX-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-EMAIL-OUTBOX.
       READ EMAIL-OUTBOX-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE EMAIL-OUTBOX-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-EMAIL-OUTBOX.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO EMAIL-OUTBOX-REGISTRATION
           WRITE EMAIL-OUTBOX-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-NUMBER-CONTROL.
       MOVE "NUMBER-CONTROL" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT NUMBER-CONTROL-FILE.
       PERFORM UNLOAD-NUMBER-CONTROL UNTIL END-OF-FILE = 1.
       CLOSE NUMBER-CONTROL-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT NUMBER-CONTROL-FILE.
       PERFORM RELOAD-NUMBER-CONTROL UNTIL END-OF-FILE = 1.
       CLOSE NUMBER-CONTROL-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-NUMBER-CONTROL.
       READ NUMBER-CONTROL-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE NUMBER-CONTROL-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-NUMBER-CONTROL.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO NUMBER-CONTROL-REGISTRATION
           WRITE NUMBER-CONTROL-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

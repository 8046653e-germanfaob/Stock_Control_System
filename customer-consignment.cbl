       IDENTIFICATION DIVISION.
       PROGRAM-ID. customer-consignment.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "order-physical-file.cbl".
       COPY "order-lines-physical-file.cbl".
       COPY "physical-file.cbl".
       COPY "customer-physical-file.cbl".
       COPY "customer-site-physical-file.cbl".
       COPY "site-stock-physical-file.cbl".
       COPY "location-physical-file.cbl".
       COPY "price-list-physical-file.cbl".
       COPY "movement-physical-file.cbl".
       SELECT SITE-USAGE-FILE ASSIGN TO "CONSIGN-USAGE.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Logic file with order header fields.
       COPY "order-logic-file.cbl".
      * Logic file with order line fields.
       COPY "order-lines-logic-file.cbl".
      * Logic file with products fields.
       COPY "logic-file.cbl".
      * Logic file with customer fields.
       COPY "customer-logic-file.cbl".
      * Logic file with customer consignment site fields.
       COPY "customer-site-logic-file.cbl".
      * Logic file with customer site stock fields.
       COPY "site-stock-logic-file.cbl".
      * Logic file with location fields.
       COPY "location-logic-file.cbl".
      * Logic file with customer contract price fields.
       COPY "price-list-logic-file.cbl".
      * Logic file with movement fields.
       COPY "movement-logic-file.cbl".

       FD  SITE-USAGE-FILE.
       01  SITE-USAGE-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Shared session data, so new records carry the company and
      * the operator who keyed them.
       COPY "session-data.cbl".
      * One usage line from the customer's file is unstrung into
      * these fields, the same way lockbox-import holds a parsed
      * remittance line: CUSTOMER,REFERENCE,PRODUCT,QTY.
       01  LOAD-CUSTOMER-ID         PIC 9(6).
       01  LOAD-REFERENCE           PIC X(15).
       01  LOAD-PRODUCT-ID          PIC X(15).
       01  LOAD-QTY                 PIC 9(5).

       01  OPTION PIC 9.
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  SCAN-END PIC 9.
       77  YES-NO PIC X.
       77  MORE-LINES PIC X.
       77  TODAY-DATE PIC 9(8).
       77  PERIOD-OPEN-FLAG PIC X.
       77  FREEZE-STATE PIC X.
       77  PRODUCT-ID-FIELD PIC X(15).
       77  RESOLVED-PRODUCT-ID PIC X(15).
       77  SITE-COUNT-DAYS-FIELD PIC 9(3).
       77  SITE-STATUS-FIELD PIC X.
       77  LOCATION-ID-FIELD PIC X(6).
      * The customer whose site is being worked on, kept apart from
      * the record keys so a lookup cannot disturb it.
       77  WORK-CUSTOMER-ID PIC 9(6).
       77  WORK-CUSTOMER-NAME PIC X(50).
      * A fill order is raised like any order and then picked and
      * confirmed through the usual screens.
       77  FILL-ORDER-ID PIC 9(6).
       77  FILL-LINE-NUMBER PIC 9(3).
       77  FILL-QTY PIC 9(3).
       77  AVAILABLE-QUANTITY PIC S9(7).
       77  RESERVED-QTY-FIELD PIC 9(7).
      * Each usage report becomes one shipped order; its lines are
      * added as they are accepted and the invoice is raised when
      * the report is finished.
       77  USAGE-ORDER-ID PIC 9(6) VALUE 0.
       77  USAGE-LINE-NUMBER PIC 9(3).
       77  USAGE-CUSTOMER-ID PIC 9(6).
       77  USAGE-PRODUCT-ID PIC X(15).
       77  USAGE-QTY PIC 9(5).
       77  USAGE-OK PIC X.
       77  USAGE-REASON PIC X(40).
       77  USAGE-LINES-BILLED PIC 9(5) VALUE 0.
       77  USAGE-ORDERS-RAISED PIC 9(5) VALUE 0.
       77  GROUP-CUSTOMER-ID PIC 9(6).
       77  GROUP-REFERENCE PIC X(15).
       77  LINES-READ PIC 9(5) VALUE 0.
       77  EXCEPTION-COUNT PIC 9(5) VALUE 0.
       77  HEADER-OK PIC X.
       77  EXEMPTION-STATE PIC X.
       77  EXEMPT-CERT-FIELD PIC X(20).
       77  PROMO-FOUND PIC X.
       77  PROMO-QTY-WORK PIC 9(5).
       77  PROMO-PRICE-FIELD PIC 9(6)V99.
       77  PROMO-CODE-FIELD PIC X(8).
       77  CONSUME-QTY-WORK PIC 9(5).
       77  CONSUMED-QTY-WORK PIC 9(5).
       77  CONSUMED-COST-WORK PIC 9(9)V99.
      * Each change to the stock held at a site is recorded as a
      * site movement so the GL extract can post it.
       77  SITE-MOVE-REASON PIC X(20).
       77  SITE-MOVE-PRODUCT-ID PIC X(15).
       77  SITE-MOVE-QTY PIC 9(5).
       77  SITE-MOVE-UNIT-COST PIC 9(6)V99.
       77  SITE-MOVE-REFERENCE PIC X(20).
       77  MOVEMENT-WRITE-OK PIC X.
       01  TODAY-DATE-SPLIT.
           05  TODAY-YEAR  PIC 9(4).
           05  TODAY-MONTH PIC 9(2).
           05  TODAY-DAY   PIC 9(2).
      * A site count works through the site's products from a table
      * gathered first, so billing a shortfall cannot lose the place
      * in the site stock file.
       01  COUNT-ITEM-COUNT PIC 9(3) VALUE 0.
       01  COUNT-ITEM-TABLE.
           05  COUNT-ITEM-ENTRY OCCURS 200 TIMES PIC X(15).
       77  COUNT-ITEM-IDX PIC 9(3).
       77  COUNTED-QTY PIC 9(7).
       77  BOOK-QTY PIC 9(7).
       77  VARIANCE-QTY PIC 9(7).
       77  VARIANCE-QTY-WORK PIC 9(5).
       77  COUNT-ACTION PIC X.
       77  COUNT-ACTION-TEXT PIC X(12).
       77  COUNT-VARIANCES PIC 9(5).
       77  QTY-EDIT PIC Z(6)9.
       77  COUNT-EDIT PIC Z(6)9.
       01  REPORT-LINE-BUFFER PIC X(132).
       77  SPOOL-ACTION PIC X.
       77  SPOOL-REPORT-NAME PIC X(12).
       77  AUDIT-ID PIC X(15).
       77  AUDIT-BEFORE PIC X(40).
       77  AUDIT-AFTER PIC X(40).
       77  JOURNAL-TAG-FIELD PIC X(12).
       77  JOURNAL-IMAGE-FIELD PIC X(256).
       77  ORDER-DOC-TYPE PIC X(10)
           VALUE "ORDER".
       77  MOVEMENT-DOC-TYPE PIC X(10)
           VALUE "MOVEMENT".
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "CUST-CONSIGNMENT".
       77  LOG-MESSAGE-FIELD PIC X(80).

       PROCEDURE DIVISION.

      *Some customers keep a cage of our stock on their own premises
      *and pay only for what they take out of it. The goods go there
      *on a fill order that stays ours on the books and is never
      *invoiced; the customer reports what was used, by screen or by
      *file, and each report becomes a shipped sales order with its
      *invoice. A periodic count of the cage settles any difference
      *between what was reported and what is left.
       PROGRAM-BEGIN.
       ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
       OPEN I-O ORDERS-FILE.
       OPEN I-O ORDER-LINES-FILE.
       OPEN I-O PRODUCTS-FILE.
       OPEN I-O CUSTOMERS-FILE.
       OPEN I-O CUSTOMER-SITES-FILE.
       OPEN I-O SITE-STOCK-FILE.
       OPEN I-O LOCATIONS-FILE.
       OPEN I-O PRICE-LIST-FILE.
       OPEN I-O MOVEMENTS-FILE.
       PERFORM CONSIGN-MENU.
       PERFORM PROCESS-OPTION UNTIL OPTION = 0.
       CLOSE ORDERS-FILE.
       CLOSE ORDER-LINES-FILE.
       CLOSE PRODUCTS-FILE.
       CLOSE CUSTOMERS-FILE.
       CLOSE CUSTOMER-SITES-FILE.
       CLOSE SITE-STOCK-FILE.
       CLOSE LOCATIONS-FILE.
       CLOSE PRICE-LIST-FILE.
       CLOSE MOVEMENTS-FILE.
       GOBACK.

       CONSIGN-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Customer Consignment Menu"
       DISPLAY "1. Set up or change a customer consignment site"
       DISPLAY "2. Raise a consignment fill order"
       DISPLAY "3. Enter usage reported by a customer"
       DISPLAY "4. Import usage file (CONSIGN-USAGE.CSV)"
       DISPLAY "5. Count and reconcile a customer site"
       DISPLAY "0. Back"
       DISPLAY "Enter your choice (0-5):"
       ACCEPT OPTION.

       PROCESS-OPTION.
       IF OPTION = 1 THEN
           PERFORM SET-UP-SITE
           PERFORM CONSIGN-MENU
       ELSE IF OPTION = 2 THEN
           PERFORM RAISE-FILL-ORDER
           PERFORM CONSIGN-MENU
       ELSE IF OPTION = 3 THEN
           PERFORM KEY-SITE-USAGE
           PERFORM CONSIGN-MENU
       ELSE IF OPTION = 4 THEN
           PERFORM IMPORT-SITE-USAGE
           PERFORM CONSIGN-MENU
       ELSE IF OPTION = 5 THEN
           PERFORM COUNT-SITE-STOCK
           PERFORM CONSIGN-MENU
       ELSE IF OPTION = 0 THEN
           CONTINUE
       ELSE
           DISPLAY "Invalid option. Please enter a valid choice (0-5):"
           MOVE "Invalid customer consignment option entered."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
           ACCEPT OPTION.

      *A site is one per customer: the stock location that stands
      *for the customer's cage, and how often it is to be counted.
      *A location not yet on file is created for it.
       SET-UP-SITE.
       DISPLAY "Enter the customer id: ".
       ACCEPT WORK-CUSTOMER-ID.
       PERFORM READ-WORK-CUSTOMER.
       IF RECORD-FOUND = "N"
           DISPLAY "No customer found with that id."
       ELSE
           PERFORM MAINTAIN-SITE-RECORD
       END-IF.

       MAINTAIN-SITE-RECORD.
       MOVE WORK-CUSTOMER-ID TO SITE-CUSTOMER-ID.
       MOVE "S" TO RECORD-FOUND.
       READ CUSTOMER-SITES-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       MOVE SPACE TO AUDIT-BEFORE.
       IF RECORD-FOUND = "S"
           DISPLAY "Site location " SITE-LOCATION-ID
           " counted every " SITE-COUNT-DAYS " days, status "
           SITE-STATUS ", last counted " SITE-LAST-COUNT-DATE "."
           STRING "LOC=" DELIMITED BY SIZE
               SITE-LOCATION-ID DELIMITED BY SIZE
               " DAYS=" DELIMITED BY SIZE
               SITE-COUNT-DAYS DELIMITED BY SIZE
               " STATUS=" DELIMITED BY SIZE
               SITE-STATUS DELIMITED BY SIZE
               INTO AUDIT-BEFORE
       ELSE
           MOVE SPACE TO CUSTOMER-SITE-REGISTRATION
           MOVE WORK-CUSTOMER-ID TO SITE-CUSTOMER-ID
           MOVE 0 TO SITE-LAST-COUNT-DATE
           MOVE "A" TO SITE-STATUS
           MOVE SESSION-COMPANY-CODE TO SITE-COMPANY-CODE
       END-IF.
       DISPLAY "Enter the site location id: ".
       ACCEPT LOCATION-ID-FIELD.
       PERFORM ENSURE-SITE-LOCATION.
       MOVE LOCATION-ID-FIELD TO SITE-LOCATION-ID.
       MOVE WORK-CUSTOMER-NAME TO SITE-NAME.
       DISPLAY "Count the site every how many days (0 = no cycle): ".
       ACCEPT SITE-COUNT-DAYS-FIELD.
       MOVE SITE-COUNT-DAYS-FIELD TO SITE-COUNT-DAYS.
       IF RECORD-FOUND = "S"
           DISPLAY "Enter the site status (A=Active, C=Closed): "
           ACCEPT SITE-STATUS-FIELD
           IF SITE-STATUS-FIELD = "C" OR SITE-STATUS-FIELD = "c"
               MOVE "C" TO SITE-STATUS
           ELSE
               MOVE "A" TO SITE-STATUS
           END-IF
           REWRITE CUSTOMER-SITE-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating customer site record."
           END-REWRITE
       ELSE
           WRITE CUSTOMER-SITE-REGISTRATION
               INVALID KEY
                   DISPLAY "Error writing customer site record."
           END-WRITE
       END-IF.
       MOVE SPACE TO AUDIT-AFTER.
       STRING "LOC=" DELIMITED BY SIZE
           SITE-LOCATION-ID DELIMITED BY SIZE
           " DAYS=" DELIMITED BY SIZE
           SITE-COUNT-DAYS DELIMITED BY SIZE
           " STATUS=" DELIMITED BY SIZE
           SITE-STATUS DELIMITED BY SIZE
           INTO AUDIT-AFTER.
       MOVE WORK-CUSTOMER-ID TO AUDIT-ID.
       CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD AUDIT-ID
           AUDIT-BEFORE AUDIT-AFTER.
       DISPLAY "Consignment site saved for customer " WORK-CUSTOMER-ID
       ".".

       ENSURE-SITE-LOCATION.
       MOVE LOCATION-ID-FIELD TO LOCATION-ID.
       READ LOCATIONS-FILE RECORD
           INVALID KEY
               MOVE SPACE TO LOCATION-REGISTRATION
               MOVE LOCATION-ID-FIELD TO LOCATION-ID
               STRING "CONSIGNMENT " DELIMITED BY SIZE
                   WORK-CUSTOMER-NAME DELIMITED BY SIZE
                   INTO LOCATION-NAME
               MOVE 0 TO LOCATION-MAX-VOLUME
               MOVE 0 TO LOCATION-MAX-WEIGHT
               WRITE LOCATION-REGISTRATION
                   INVALID KEY
                       DISPLAY "Error writing location record."
               END-WRITE
               DISPLAY "Location " LOCATION-ID-FIELD
               " created for the site."
       END-READ.

       READ-WORK-CUSTOMER.
       MOVE WORK-CUSTOMER-ID TO CUSTOMER-ID.
       MOVE "S" TO RECORD-FOUND.
       READ CUSTOMERS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND CUSTOMER-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           MOVE CUSTOMER-FULL-NAME TO WORK-CUSTOMER-NAME.

      *Fills, usage and counts all need an active site for the
      *customer in the logged-in company.
       ASK-SITE-CUSTOMER.
       DISPLAY "Enter the customer id: ".
       ACCEPT WORK-CUSTOMER-ID.
       PERFORM READ-ACTIVE-SITE.
       IF RECORD-FOUND = "N"
           DISPLAY "Customer " WORK-CUSTOMER-ID
           " has no active consignment site."
       END-IF.

       READ-ACTIVE-SITE.
       PERFORM READ-WORK-CUSTOMER.
       IF RECORD-FOUND = "S"
           MOVE WORK-CUSTOMER-ID TO SITE-CUSTOMER-ID
           READ CUSTOMER-SITES-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND
           END-READ
       END-IF.
       IF RECORD-FOUND = "S"
           AND (SITE-COMPANY-CODE NOT = SESSION-COMPANY-CODE
               OR NOT SITE-IS-ACTIVE)
           MOVE "N" TO RECORD-FOUND.

      *The fill order is an ordinary pending order flagged as a
      *consignment fill, priced at nothing because nothing is sold.
      *It allocates stock like any order; the pick ticket and pick
      *confirmation move the goods to the site.
       RAISE-FILL-ORDER.
       CALL "check-stocktake-freeze" USING FREEZE-STATE.
       IF FREEZE-STATE = "Y"
           DISPLAY "A stocktake is in progress - fill orders are "
           "frozen until it ends."
       ELSE
           PERFORM ASK-SITE-CUSTOMER
           IF RECORD-FOUND = "S"
               PERFORM ENTER-FILL-ORDER
           END-IF
       END-IF.

       ENTER-FILL-ORDER.
       MOVE 0 TO FILL-ORDER-ID.
       MOVE 0 TO FILL-LINE-NUMBER.
       MOVE "Y" TO MORE-LINES.
       PERFORM ENTER-ONE-FILL-LINE UNTIL MORE-LINES NOT = "Y".
       IF FILL-ORDER-ID = 0
           DISPLAY "No lines entered - no fill order raised."
       ELSE
           DISPLAY "Fill order " FILL-ORDER-ID " raised with "
           FILL-LINE-NUMBER " lines. Pick and confirm it as usual."
       END-IF.

       ENTER-ONE-FILL-LINE.
       DISPLAY "Enter the product id to send to the site "
       "(0 to finish): ".
       ACCEPT PRODUCT-ID-FIELD.
       IF PRODUCT-ID-FIELD = "0"
           MOVE "N" TO MORE-LINES
       ELSE
           CALL "resolve-product-id" USING PRODUCT-ID-FIELD
               RESOLVED-PRODUCT-ID
           MOVE RESOLVED-PRODUCT-ID TO PRODUCT-ID
           READ PRODUCTS-FILE RECORD WITH LOCK
               INVALID KEY
                   DISPLAY "No product found with that id."
               NOT INVALID KEY
                   IF PRODUCT-COMPANY-CODE NOT = SESSION-COMPANY-CODE
                       DISPLAY "No product found with that id."
                   ELSE
                       PERFORM ASK-FILL-QUANTITY
                   END-IF
           END-READ
       END-IF.

       ASK-FILL-QUANTITY.
       CALL "get-reserved-qty" USING PRODUCT-ID
           RESERVED-QTY-FIELD.
       COMPUTE AVAILABLE-QUANTITY = PRODUCT-QUANTITY
           - PRODUCT-ALLOCATED-QTY - RESERVED-QTY-FIELD.
       DISPLAY PRODUCT-NAME " (available " AVAILABLE-QUANTITY ")".
       DISPLAY "Quantity to send: ".
       ACCEPT FILL-QTY.
       IF FILL-QTY = 0
           DISPLAY "Line dropped."
       ELSE IF PRODUCT-IS-INACTIVE
           DISPLAY "Product is inactive. Line dropped."
       ELSE IF FILL-QTY > AVAILABLE-QUANTITY
           DISPLAY "Quantity exceeds the quantity available. "
           "Line dropped."
           MOVE "Consignment fill exceeds available stock."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
       ELSE
           IF FILL-ORDER-ID = 0
               PERFORM START-FILL-ORDER
           END-IF
           PERFORM WRITE-FILL-LINE
       END-IF.

       START-FILL-ORDER.
       CALL "get-next-number" USING ORDER-DOC-TYPE FILL-ORDER-ID.
       MOVE SPACE TO ORDER-REGISTRATION.
       MOVE FILL-ORDER-ID TO ORDER-ID.
       MOVE WORK-CUSTOMER-ID TO ORDER-CUSTOMER-ID.
       MOVE WORK-CUSTOMER-NAME TO ORDER-CUSTOMER-NAME.
       MOVE TODAY-DATE TO ORDER-DATE-NUMERIC.
       MOVE "Pending" TO ORDER-STATUS.
       MOVE 0 TO ORDER-SHIP-TO-SEQ.
       MOVE SPACE TO ORDER-SALESPERSON-ID.
       MOVE "N" TO ORDER-NOTICE-SENT-FLAG.
       MOVE 0 TO ORDER-WAVE-ID.
       MOVE TODAY-DATE TO ORDER-REQUESTED-DATE.
       MOVE "N" TO ORDER-INVOICED-FLAG.
       MOVE 0 TO ORDER-INVOICE-ID.
       MOVE 0 TO ORDER-ACK-REVISION.
       MOVE "Y" TO ORDER-CONSIGN-FILL-FLAG.
       MOVE "N" TO ORDER-SHIP-COMPLETE-FLAG.
       MOVE "N" TO HEADER-OK.
       PERFORM WRITE-ORDER-HEADER UNTIL HEADER-OK = "Y".
       MOVE ORDER-ID TO FILL-ORDER-ID.

       WRITE-ORDER-HEADER.
       MOVE SESSION-COMPANY-CODE TO ORDER-COMPANY-CODE.
       WRITE ORDER-REGISTRATION
           INVALID KEY
               CALL "get-next-number" USING ORDER-DOC-TYPE
                   ORDER-ID
           NOT INVALID KEY
               MOVE "Y" TO HEADER-OK
               PERFORM JOURNAL-ORDER-IMAGE
       END-WRITE.

       WRITE-FILL-LINE.
       MOVE SPACE TO ORDER-LINE-REGISTRATION.
       ADD 1 TO FILL-LINE-NUMBER.
       MOVE FILL-ORDER-ID TO LINE-ORDER-ID.
       MOVE FILL-LINE-NUMBER TO LINE-NUMBER.
       MOVE PRODUCT-ID TO LINE-PRODUCT-ID.
       MOVE PRODUCT-NAME TO LINE-PRODUCT-NAME.
       MOVE FILL-QTY TO QUANTITY.
       MOVE 0 TO PRICE.
       MOVE 0 TO LINE-DISCOUNT-PERCENT.
       MOVE "Open" TO LINE-STATUS.
       MOVE 0 TO LINE-PICKED-QTY.
       MOVE 0 TO LINE-PICKED-DATE.
       MOVE PRODUCT-TAX-CODE TO LINE-TAX-CODE.
       MOVE 0 TO LINE-TAX-AMOUNT.
       MOVE 0 TO LINE-COST-AMOUNT.
       MOVE SPACE TO LINE-DROP-SHIP-FLAG.
       MOVE 0 TO LINE-DROP-SHIP-PO-ID.
       MOVE SPACE TO LINE-EXEMPT-CERT.
       MOVE SPACE TO LINE-PROMO-CODE.
       MOVE "N" TO LINE-BACKORDER-FLAG.
       WRITE ORDER-LINE-REGISTRATION
           INVALID KEY
               DISPLAY "Error writing fill order line."
           NOT INVALID KEY
               PERFORM ALLOCATE-FILL-STOCK
       END-WRITE.

       ALLOCATE-FILL-STOCK.
       MOVE SPACE TO AUDIT-BEFORE.
       STRING "ALLOC=" DELIMITED BY SIZE
           PRODUCT-ALLOCATED-QTY DELIMITED BY SIZE
           INTO AUDIT-BEFORE.
       ADD FILL-QTY TO PRODUCT-ALLOCATED-QTY.
       REWRITE PRODUCT-REGISTRATION
           INVALID KEY
               DISPLAY "Error updating stock for product.".
       PERFORM JOURNAL-PRODUCT-IMAGE.
       MOVE SPACE TO AUDIT-AFTER.
       STRING "ALLOC=" DELIMITED BY SIZE
           PRODUCT-ALLOCATED-QTY DELIMITED BY SIZE
           INTO AUDIT-AFTER.
       MOVE PRODUCT-ID TO AUDIT-ID.
       CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD AUDIT-ID
           AUDIT-BEFORE AUDIT-AFTER.

      *Usage keyed from the customer's phone call or email: one
      *report, one order, one invoice.
       KEY-SITE-USAGE.
       PERFORM CHECK-BILLING-PERIOD.
       IF PERIOD-OPEN-FLAG = "Y"
           PERFORM ASK-SITE-CUSTOMER
           IF RECORD-FOUND = "S"
               MOVE 0 TO USAGE-ORDER-ID
               MOVE "Y" TO MORE-LINES
               PERFORM KEY-ONE-USAGE-LINE UNTIL MORE-LINES NOT = "Y"
               PERFORM FINISH-USAGE-ORDER
           END-IF
       END-IF.

       CHECK-BILLING-PERIOD.
       CALL "check-period-open" USING TODAY-DATE PERIOD-OPEN-FLAG.
       IF PERIOD-OPEN-FLAG = "N"
           DISPLAY "Today's date falls in a closed accounting "
           "period. No consignment usage can be billed."
       END-IF.

       KEY-ONE-USAGE-LINE.
       DISPLAY "Enter the product id used (0 to finish): ".
       ACCEPT PRODUCT-ID-FIELD.
       IF PRODUCT-ID-FIELD = "0"
           MOVE "N" TO MORE-LINES
       ELSE
           CALL "resolve-product-id" USING PRODUCT-ID-FIELD
               RESOLVED-PRODUCT-ID
           DISPLAY "Quantity used: "
           ACCEPT USAGE-QTY
           MOVE WORK-CUSTOMER-ID TO USAGE-CUSTOMER-ID
           MOVE RESOLVED-PRODUCT-ID TO USAGE-PRODUCT-ID
           PERFORM BILL-USAGE-LINE
           IF USAGE-OK = "N"
               DISPLAY USAGE-REASON " - line not billed."
           END-IF
       END-IF.

      *The customer's own usage file: rows for the same customer
      *and reference run together as one report and make one order.
       IMPORT-SITE-USAGE.
       PERFORM CHECK-BILLING-PERIOD.
       IF PERIOD-OPEN-FLAG = "Y"
           PERFORM RUN-USAGE-IMPORT
       END-IF.

       RUN-USAGE-IMPORT.
       MOVE 0 TO LINES-READ.
       MOVE 0 TO EXCEPTION-COUNT.
       MOVE 0 TO USAGE-LINES-BILLED.
       MOVE 0 TO USAGE-ORDERS-RAISED.
       MOVE 0 TO USAGE-ORDER-ID.
       MOVE 0 TO GROUP-CUSTOMER-ID.
       MOVE SPACE TO GROUP-REFERENCE.
       OPEN INPUT SITE-USAGE-FILE.
       MOVE "SITEUSAGE" TO SPOOL-REPORT-NAME.
       MOVE "O" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       MOVE "CONSIGNMENT USAGE IMPORT EXCEPTIONS"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "CUSTOMER REFERENCE       PRODUCT             QTY "
           DELIMITED BY SIZE
           "REASON" DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE 0 TO END-OF-FILE.
       PERFORM SKIP-HEADER-LINE.
       PERFORM IMPORT-NEXT-USAGE UNTIL END-OF-FILE = 1.
       PERFORM FINISH-USAGE-ORDER.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Lines read: " DELIMITED BY SIZE
           LINES-READ DELIMITED BY SIZE
           "  Billed: " DELIMITED BY SIZE
           USAGE-LINES-BILLED DELIMITED BY SIZE
           "  Orders: " DELIMITED BY SIZE
           USAGE-ORDERS-RAISED DELIMITED BY SIZE
           "  Exceptions: " DELIMITED BY SIZE
           EXCEPTION-COUNT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "C" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       CLOSE SITE-USAGE-FILE.

       SKIP-HEADER-LINE.
       READ SITE-USAGE-FILE
           AT END MOVE 1 TO END-OF-FILE.

       IMPORT-NEXT-USAGE.
       READ SITE-USAGE-FILE
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           ADD 1 TO LINES-READ
           PERFORM PARSE-USAGE-LINE
           PERFORM BILL-IMPORTED-USAGE
       END-IF.

       PARSE-USAGE-LINE.
       MOVE 0 TO LOAD-CUSTOMER-ID.
       MOVE SPACE TO LOAD-REFERENCE.
       MOVE SPACE TO LOAD-PRODUCT-ID.
       MOVE 0 TO LOAD-QTY.
       UNSTRING SITE-USAGE-LINE DELIMITED BY ","
           INTO LOAD-CUSTOMER-ID LOAD-REFERENCE
           LOAD-PRODUCT-ID LOAD-QTY.

       BILL-IMPORTED-USAGE.
       IF LOAD-CUSTOMER-ID NOT = GROUP-CUSTOMER-ID
           OR LOAD-REFERENCE NOT = GROUP-REFERENCE
           PERFORM FINISH-USAGE-ORDER
           MOVE LOAD-CUSTOMER-ID TO GROUP-CUSTOMER-ID
           MOVE LOAD-REFERENCE TO GROUP-REFERENCE
       END-IF.
       MOVE LOAD-CUSTOMER-ID TO WORK-CUSTOMER-ID.
       PERFORM READ-ACTIVE-SITE.
       IF RECORD-FOUND = "N"
           MOVE "N" TO USAGE-OK
           MOVE "No active consignment site" TO USAGE-REASON
       ELSE
           MOVE LOAD-CUSTOMER-ID TO USAGE-CUSTOMER-ID
           MOVE LOAD-PRODUCT-ID TO USAGE-PRODUCT-ID
           MOVE LOAD-QTY TO USAGE-QTY
           PERFORM BILL-USAGE-LINE
       END-IF.
       IF USAGE-OK = "N"
           PERFORM LOG-USAGE-EXCEPTION
       END-IF.

       LOG-USAGE-EXCEPTION.
       ADD 1 TO EXCEPTION-COUNT.
       MOVE LOAD-QTY TO QTY-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING LOAD-CUSTOMER-ID DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           LOAD-REFERENCE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           LOAD-PRODUCT-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           QTY-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           USAGE-REASON DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO LOG-MESSAGE-FIELD.
       STRING "Consignment usage rejected: " DELIMITED BY SIZE
           USAGE-REASON DELIMITED BY SIZE
           INTO LOG-MESSAGE-FIELD.
       CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
           LOG-MESSAGE-FIELD.

      *One line of usage: the units come off the site balance and
      *onto the usage order as shipped, costed from the layers at
      *this moment because only now do they stop being ours.
       BILL-USAGE-LINE.
       PERFORM CHECK-USAGE-LINE.
       IF USAGE-OK = "Y"
           IF USAGE-ORDER-ID = 0
               PERFORM START-USAGE-ORDER
           END-IF
           PERFORM WRITE-USAGE-LINE
           PERFORM RELIEVE-SITE-STOCK
       END-IF.

       CHECK-USAGE-LINE.
       MOVE "Y" TO USAGE-OK.
       MOVE SPACE TO USAGE-REASON.
       MOVE USAGE-CUSTOMER-ID TO SSTOCK-CUSTOMER-ID.
       MOVE USAGE-PRODUCT-ID TO SSTOCK-PRODUCT-ID.
       MOVE "S" TO RECORD-FOUND.
       READ SITE-STOCK-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       MOVE USAGE-PRODUCT-ID TO PRODUCT-ID.
       IF RECORD-FOUND = "S"
           READ PRODUCTS-FILE RECORD
               INVALID KEY
                   MOVE "P" TO RECORD-FOUND
           END-READ
       END-IF.
       IF RECORD-FOUND = "N"
           MOVE "N" TO USAGE-OK
           MOVE "Product not held at this site" TO USAGE-REASON
       ELSE IF RECORD-FOUND = "P"
           MOVE "N" TO USAGE-OK
           MOVE "Product no longer on file" TO USAGE-REASON
       ELSE IF USAGE-QTY = 0
           MOVE "N" TO USAGE-OK
           MOVE "Zero quantity" TO USAGE-REASON
       ELSE IF USAGE-QTY > 999
           MOVE "N" TO USAGE-OK
           MOVE "Quantity too large for one line" TO USAGE-REASON
       ELSE IF USAGE-QTY > SSTOCK-QTY
           MOVE "N" TO USAGE-OK
           MOVE "Usage exceeds site balance" TO USAGE-REASON
       END-IF.

       START-USAGE-ORDER.
       MOVE USAGE-CUSTOMER-ID TO WORK-CUSTOMER-ID.
       PERFORM READ-WORK-CUSTOMER.
       CALL "get-next-number" USING ORDER-DOC-TYPE USAGE-ORDER-ID.
       MOVE SPACE TO ORDER-REGISTRATION.
       MOVE USAGE-ORDER-ID TO ORDER-ID.
       MOVE USAGE-CUSTOMER-ID TO ORDER-CUSTOMER-ID.
       MOVE WORK-CUSTOMER-NAME TO ORDER-CUSTOMER-NAME.
       MOVE TODAY-DATE TO ORDER-DATE-NUMERIC.
       MOVE "Shipped" TO ORDER-STATUS.
       MOVE 0 TO ORDER-SHIP-TO-SEQ.
       MOVE SPACE TO ORDER-SALESPERSON-ID.
       MOVE "N" TO ORDER-NOTICE-SENT-FLAG.
       MOVE 0 TO ORDER-WAVE-ID.
       MOVE TODAY-DATE TO ORDER-REQUESTED-DATE.
       MOVE "N" TO ORDER-INVOICED-FLAG.
       MOVE 0 TO ORDER-INVOICE-ID.
       MOVE 0 TO ORDER-ACK-REVISION.
       MOVE "N" TO ORDER-CONSIGN-FILL-FLAG.
       MOVE "N" TO ORDER-SHIP-COMPLETE-FLAG.
       MOVE "N" TO HEADER-OK.
       PERFORM WRITE-ORDER-HEADER UNTIL HEADER-OK = "Y".
       MOVE ORDER-ID TO USAGE-ORDER-ID.
       MOVE 0 TO USAGE-LINE-NUMBER.
       ADD 1 TO USAGE-ORDERS-RAISED.
       DISPLAY "Usage order " USAGE-ORDER-ID " started for customer "
           USAGE-CUSTOMER-ID ".".

       WRITE-USAGE-LINE.
       MOVE SPACE TO ORDER-LINE-REGISTRATION.
       ADD 1 TO USAGE-LINE-NUMBER.
       MOVE USAGE-ORDER-ID TO LINE-ORDER-ID.
       MOVE USAGE-LINE-NUMBER TO LINE-NUMBER.
       MOVE PRODUCT-ID TO LINE-PRODUCT-ID.
       MOVE PRODUCT-NAME TO LINE-PRODUCT-NAME.
       MOVE USAGE-QTY TO QUANTITY.
       PERFORM PRICE-USAGE-LINE.
       MOVE 0 TO LINE-DISCOUNT-PERCENT.
       MOVE "Shipped" TO LINE-STATUS.
       MOVE "N" TO LINE-BACKORDER-FLAG.
       MOVE SPACE TO LINE-DROP-SHIP-FLAG.
       MOVE 0 TO LINE-DROP-SHIP-PO-ID.
       MOVE SPACE TO LINE-EXEMPT-CERT.
       MOVE USAGE-QTY TO LINE-PICKED-QTY.
       MOVE SESSION-OPERATOR-ID TO LINE-PICKED-BY.
       MOVE TODAY-DATE TO LINE-PICKED-DATE.
       MOVE PRODUCT-TAX-CODE TO LINE-TAX-CODE.
       CALL "compute-line-tax" USING LINE-TAX-CODE
           QUANTITY PRICE LINE-TAX-AMOUNT.
       CALL "check-tax-exemption" USING USAGE-CUSTOMER-ID
           EXEMPTION-STATE EXEMPT-CERT-FIELD.
       IF EXEMPTION-STATE = "Y"
           MOVE 0 TO LINE-TAX-AMOUNT
           MOVE EXEMPT-CERT-FIELD TO LINE-EXEMPT-CERT
       ELSE IF EXEMPTION-STATE = "E"
           MOVE "Expired tax exemption certificate - tax charged."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
       END-IF.
       MOVE USAGE-QTY TO CONSUME-QTY-WORK.
       CALL "consume-cost-layers" USING LINE-PRODUCT-ID
           CONSUME-QTY-WORK LINE-COST-AMOUNT CONSUMED-QTY-WORK.
       WRITE ORDER-LINE-REGISTRATION
           INVALID KEY
               DISPLAY "Error writing usage order line."
           NOT INVALID KEY
               ADD 1 TO USAGE-LINES-BILLED
               DISPLAY "  " USAGE-PRODUCT-ID " " QUANTITY " x "
               PRICE " tax " LINE-TAX-AMOUNT
               PERFORM POST-USAGE-MOVEMENT
       END-WRITE.

       POST-USAGE-MOVEMENT.
       MOVE "CONSIGN USE" TO SITE-MOVE-REASON.
       MOVE LINE-PRODUCT-ID TO SITE-MOVE-PRODUCT-ID.
       MOVE USAGE-QTY TO SITE-MOVE-QTY.
       COMPUTE SITE-MOVE-UNIT-COST ROUNDED =
           LINE-COST-AMOUNT / USAGE-QTY.
       MOVE SPACE TO SITE-MOVE-REFERENCE.
       STRING "ORDER " DELIMITED BY SIZE
           USAGE-ORDER-ID DELIMITED BY SIZE
           INTO SITE-MOVE-REFERENCE.
       PERFORM POST-SITE-MOVEMENT.

      *The customer's contract price within its dates, else the
      *list price, and a running campaign if it is lower still -
      *the same order as order entry applies.
       PRICE-USAGE-LINE.
       MOVE PRODUCT-PRICE TO PRICE.
       MOVE SPACE TO LINE-PROMO-CODE.
       MOVE USAGE-CUSTOMER-ID TO PL-CUSTOMER-ID.
       MOVE PRODUCT-ID TO PL-PRODUCT-ID.
       READ PRICE-LIST-FILE RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF PL-EFFECTIVE-FROM <= TODAY-DATE
                   AND PL-EFFECTIVE-TO >= TODAY-DATE
                   MOVE PL-CONTRACT-PRICE TO PRICE
               END-IF
       END-READ.
       MOVE USAGE-QTY TO PROMO-QTY-WORK.
       CALL "get-promo-price" USING PRODUCT-ID PRODUCT-BRAND
           PRODUCT-CATEGORY USAGE-CUSTOMER-ID PROMO-QTY-WORK
           PRODUCT-PRICE TODAY-DATE PROMO-FOUND PROMO-PRICE-FIELD
           PROMO-CODE-FIELD.
       IF PROMO-FOUND = "Y" AND PROMO-PRICE-FIELD < PRICE
           MOVE PROMO-PRICE-FIELD TO PRICE
           MOVE PROMO-CODE-FIELD TO LINE-PROMO-CODE
       END-IF.

       RELIEVE-SITE-STOCK.
       MOVE SPACE TO AUDIT-BEFORE.
       STRING "SITE QTY=" DELIMITED BY SIZE
           SSTOCK-QTY DELIMITED BY SIZE
           INTO AUDIT-BEFORE.
       SUBTRACT USAGE-QTY FROM SSTOCK-QTY.
       MOVE TODAY-DATE TO SSTOCK-LAST-USAGE-DATE.
       REWRITE SITE-STOCK-REGISTRATION
           INVALID KEY
               DISPLAY "Error updating site stock record.".
       MOVE SPACE TO AUDIT-AFTER.
       STRING "SITE QTY=" DELIMITED BY SIZE
           SSTOCK-QTY DELIMITED BY SIZE
           " ORDER " DELIMITED BY SIZE
           USAGE-ORDER-ID DELIMITED BY SIZE
           INTO AUDIT-AFTER.
       MOVE USAGE-PRODUCT-ID TO AUDIT-ID.
       CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD AUDIT-ID
           AUDIT-BEFORE AUDIT-AFTER.

      *The billing program opens the same files this program holds,
      *so they are handed over for the duration of the call.
       FINISH-USAGE-ORDER.
       IF USAGE-ORDER-ID NOT = 0
           CLOSE ORDERS-FILE
           CLOSE ORDER-LINES-FILE
           CLOSE CUSTOMERS-FILE
           CALL "generate-invoice" USING USAGE-ORDER-ID
           OPEN I-O ORDERS-FILE
           OPEN I-O ORDER-LINES-FILE
           OPEN I-O CUSTOMERS-FILE
           MOVE 0 TO USAGE-ORDER-ID
       END-IF.

      *The site is counted against its book balance product by
      *product. A shortfall is either billed to the customer as
      *usage or written off our books; a surplus is taken back on
      *at the site's cost. Every variance is logged for review.
       COUNT-SITE-STOCK.
       PERFORM CHECK-BILLING-PERIOD.
       IF PERIOD-OPEN-FLAG = "Y"
           PERFORM ASK-SITE-CUSTOMER
           IF RECORD-FOUND = "S"
               PERFORM RUN-SITE-COUNT
           END-IF
       END-IF.

       RUN-SITE-COUNT.
       PERFORM GATHER-SITE-ITEMS.
       IF COUNT-ITEM-COUNT = 0
           DISPLAY "No stock is recorded at this site."
       ELSE
           MOVE 0 TO USAGE-ORDER-ID
           MOVE 0 TO COUNT-VARIANCES
           MOVE "SITECOUNT" TO SPOOL-REPORT-NAME
           MOVE "O" TO SPOOL-ACTION
           CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
               REPORT-LINE-BUFFER
           MOVE SPACE TO REPORT-LINE-BUFFER
           STRING "CONSIGNMENT SITE COUNT FOR CUSTOMER "
               DELIMITED BY SIZE
               WORK-CUSTOMER-ID DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
           MOVE "PRODUCT            BOOK COUNTED    DIFF ACTION"
               TO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
           MOVE 1 TO COUNT-ITEM-IDX
           PERFORM COUNT-ONE-SITE-ITEM
               UNTIL COUNT-ITEM-IDX > COUNT-ITEM-COUNT
           PERFORM FINISH-USAGE-ORDER
           PERFORM STAMP-SITE-COUNT-DATE
           MOVE SPACE TO REPORT-LINE-BUFFER
           STRING "Products counted: " DELIMITED BY SIZE
               COUNT-ITEM-COUNT DELIMITED BY SIZE
               "  Variances: " DELIMITED BY SIZE
               COUNT-VARIANCES DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
           MOVE "C" TO SPOOL-ACTION
           CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
               REPORT-LINE-BUFFER
       END-IF.

       GATHER-SITE-ITEMS.
       MOVE 0 TO COUNT-ITEM-COUNT.
       MOVE WORK-CUSTOMER-ID TO SSTOCK-CUSTOMER-ID.
       MOVE SPACE TO SSTOCK-PRODUCT-ID.
       MOVE 0 TO SCAN-END.
       START SITE-STOCK-FILE KEY IS >= SITE-STOCK-KEY
           INVALID KEY MOVE 1 TO SCAN-END.
       PERFORM GATHER-NEXT-SITE-ITEM UNTIL SCAN-END = 1.

       GATHER-NEXT-SITE-ITEM.
       READ SITE-STOCK-FILE NEXT RECORD
           AT END MOVE 1 TO SCAN-END
       END-READ.
       IF SCAN-END = 0
           IF SSTOCK-CUSTOMER-ID NOT = WORK-CUSTOMER-ID
               MOVE 1 TO SCAN-END
           ELSE IF COUNT-ITEM-COUNT < 200
               ADD 1 TO COUNT-ITEM-COUNT
               MOVE SSTOCK-PRODUCT-ID
                   TO COUNT-ITEM-ENTRY (COUNT-ITEM-COUNT)
           END-IF
       END-IF.

       COUNT-ONE-SITE-ITEM.
       MOVE WORK-CUSTOMER-ID TO SSTOCK-CUSTOMER-ID.
       MOVE COUNT-ITEM-ENTRY (COUNT-ITEM-IDX) TO SSTOCK-PRODUCT-ID.
       READ SITE-STOCK-FILE RECORD
           INVALID KEY
               MOVE 0 TO SSTOCK-QTY
       END-READ.
       MOVE SSTOCK-QTY TO BOOK-QTY.
       DISPLAY "Product " SSTOCK-PRODUCT-ID " book quantity " BOOK-QTY
       ".".
       DISPLAY "Enter the quantity counted at the site: ".
       ACCEPT COUNTED-QTY.
       MOVE SPACE TO COUNT-ACTION-TEXT.
       MOVE 0 TO VARIANCE-QTY.
       IF COUNTED-QTY < BOOK-QTY
           COMPUTE VARIANCE-QTY = BOOK-QTY - COUNTED-QTY
           PERFORM SETTLE-SITE-SHORTFALL
       ELSE IF COUNTED-QTY > BOOK-QTY
           COMPUTE VARIANCE-QTY = COUNTED-QTY - BOOK-QTY
           PERFORM TAKE-ON-SITE-SURPLUS
       ELSE
           MOVE "AGREES" TO COUNT-ACTION-TEXT
       END-IF.
       PERFORM STAMP-ITEM-COUNT-DATE.
       MOVE BOOK-QTY TO QTY-EDIT.
       MOVE COUNTED-QTY TO COUNT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING COUNT-ITEM-ENTRY (COUNT-ITEM-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           QTY-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           COUNT-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VARIANCE-QTY DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           COUNT-ACTION-TEXT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       ADD 1 TO COUNT-ITEM-IDX.

       SETTLE-SITE-SHORTFALL.
       ADD 1 TO COUNT-VARIANCES.
       DISPLAY "Short by " VARIANCE-QTY ". (B)ill the customer as "
       "usage or (W)rite it off?".
       ACCEPT COUNT-ACTION.
       IF COUNT-ACTION = "B" OR COUNT-ACTION = "b"
           MOVE WORK-CUSTOMER-ID TO USAGE-CUSTOMER-ID
           MOVE SSTOCK-PRODUCT-ID TO USAGE-PRODUCT-ID
           MOVE VARIANCE-QTY TO USAGE-QTY
           PERFORM BILL-USAGE-LINE
           IF USAGE-OK = "Y"
               MOVE "BILLED" TO COUNT-ACTION-TEXT
           ELSE
               DISPLAY USAGE-REASON " - shortfall left on the site."
               MOVE "NOT SETTLED" TO COUNT-ACTION-TEXT
           END-IF
       ELSE
           PERFORM WRITE-OFF-SITE-SHORTFALL
           MOVE "WRITTEN OFF" TO COUNT-ACTION-TEXT
       END-IF.
       MOVE SPACE TO LOG-MESSAGE-FIELD.
       STRING "Consignment site count short, product "
           DELIMITED BY SIZE
           SSTOCK-PRODUCT-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           COUNT-ACTION-TEXT DELIMITED BY SIZE
           INTO LOG-MESSAGE-FIELD.
       CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
           LOG-MESSAGE-FIELD.

      *Units lost at the site leave our books at layer cost.
       WRITE-OFF-SITE-SHORTFALL.
       MOVE WORK-CUSTOMER-ID TO SSTOCK-CUSTOMER-ID.
       MOVE COUNT-ITEM-ENTRY (COUNT-ITEM-IDX) TO SSTOCK-PRODUCT-ID.
       READ SITE-STOCK-FILE RECORD WITH LOCK
           INVALID KEY
               DISPLAY "Site stock record no longer on file."
           NOT INVALID KEY
               MOVE VARIANCE-QTY TO CONSUME-QTY-WORK
               CALL "consume-cost-layers" USING SSTOCK-PRODUCT-ID
                   CONSUME-QTY-WORK CONSUMED-COST-WORK
                   CONSUMED-QTY-WORK
               SUBTRACT VARIANCE-QTY FROM SSTOCK-QTY
               REWRITE SITE-STOCK-REGISTRATION
                   INVALID KEY
                       DISPLAY "Error updating site stock record."
               END-REWRITE
               PERFORM LOG-COUNT-AUDIT
               DISPLAY "Written off at cost " CONSUMED-COST-WORK "."
               MOVE "CONSIGN SHORT" TO SITE-MOVE-REASON
               COMPUTE SITE-MOVE-UNIT-COST ROUNDED =
                   CONSUMED-COST-WORK / VARIANCE-QTY
               PERFORM POST-COUNT-MOVEMENT
       END-READ.

      *Units found that the books did not expect go back on at the
      *cost the site carries them at.
       TAKE-ON-SITE-SURPLUS.
       ADD 1 TO COUNT-VARIANCES.
       MOVE WORK-CUSTOMER-ID TO SSTOCK-CUSTOMER-ID.
       MOVE COUNT-ITEM-ENTRY (COUNT-ITEM-IDX) TO SSTOCK-PRODUCT-ID.
       READ SITE-STOCK-FILE RECORD WITH LOCK
           INVALID KEY
               DISPLAY "Site stock record no longer on file."
           NOT INVALID KEY
               MOVE VARIANCE-QTY TO VARIANCE-QTY-WORK
               CALL "add-cost-layer" USING SSTOCK-PRODUCT-ID
                   VARIANCE-QTY-WORK SSTOCK-UNIT-COST
               ADD VARIANCE-QTY TO SSTOCK-QTY
               REWRITE SITE-STOCK-REGISTRATION
                   INVALID KEY
                       DISPLAY "Error updating site stock record."
               END-REWRITE
               PERFORM LOG-COUNT-AUDIT
               MOVE "CONSIGN SURPLUS" TO SITE-MOVE-REASON
               MOVE SSTOCK-UNIT-COST TO SITE-MOVE-UNIT-COST
               PERFORM POST-COUNT-MOVEMENT
       END-READ.
       MOVE "TAKEN ON" TO COUNT-ACTION-TEXT.
       MOVE SPACE TO LOG-MESSAGE-FIELD.
       STRING "Consignment site count over, product "
           DELIMITED BY SIZE
           SSTOCK-PRODUCT-ID DELIMITED BY SIZE
           " - check usage billed" DELIMITED BY SIZE
           INTO LOG-MESSAGE-FIELD.
       CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
           LOG-MESSAGE-FIELD.

       POST-COUNT-MOVEMENT.
       MOVE SSTOCK-PRODUCT-ID TO SITE-MOVE-PRODUCT-ID.
       MOVE VARIANCE-QTY TO SITE-MOVE-QTY.
       MOVE SPACE TO SITE-MOVE-REFERENCE.
       STRING "SITE COUNT " DELIMITED BY SIZE
           WORK-CUSTOMER-ID DELIMITED BY SIZE
           INTO SITE-MOVE-REFERENCE.
       PERFORM POST-SITE-MOVEMENT.

      *Stock at a customer's site stays ours and is carried in its
      *own account, so every change to it is recorded as a site
      *movement for the GL extract: usage billed goes to cost of
      *sales, a shortfall written off to stock losses and a surplus
      *back into stock. A site movement never alters the warehouse
      *quantity.
       POST-SITE-MOVEMENT.
       MOVE SPACE TO MOVEMENT-REGISTRATION.
       CALL "get-next-number" USING MOVEMENT-DOC-TYPE
           MOVEMENT-ID.
       MOVE "S" TO MOVEMENT-TYPE.
       MOVE SITE-MOVE-PRODUCT-ID TO MOVEMENT-PRODUCT-ID.
       MOVE SITE-MOVE-QTY TO MOVEMENT-QUANTITY.
       MOVE TODAY-DATE TO TODAY-DATE-SPLIT.
       MOVE SPACE TO MOVEMENT-DATE.
       STRING TODAY-YEAR DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           TODAY-MONTH DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           TODAY-DAY DELIMITED BY SIZE
           INTO MOVEMENT-DATE.
       MOVE SITE-MOVE-REFERENCE TO MOVEMENT-REFERENCE.
       MOVE SITE-MOVE-REASON TO MOVEMENT-REASON.
       MOVE SITE-LOCATION-ID TO MOVEMENT-LOCATION-ID.
       MOVE SITE-MOVE-UNIT-COST TO MOVEMENT-UNIT-COST.
       MOVE "N" TO MOVEMENT-WRITE-OK.
       PERFORM WRITE-SITE-MOVEMENT UNTIL MOVEMENT-WRITE-OK = "Y".

       WRITE-SITE-MOVEMENT.
       MOVE SESSION-COMPANY-CODE TO MOVEMENT-COMPANY-CODE.
       WRITE MOVEMENT-REGISTRATION
           INVALID KEY
               CALL "get-next-number" USING MOVEMENT-DOC-TYPE
                   MOVEMENT-ID
       NOT INVALID KEY
           MOVE "Y" TO MOVEMENT-WRITE-OK
           PERFORM JOURNAL-MOVEMENT-IMAGE
       END-WRITE.

       LOG-COUNT-AUDIT.
       MOVE SPACE TO AUDIT-BEFORE.
       STRING "SITE QTY=" DELIMITED BY SIZE
           BOOK-QTY DELIMITED BY SIZE
           INTO AUDIT-BEFORE.
       MOVE SPACE TO AUDIT-AFTER.
       STRING "SITE QTY=" DELIMITED BY SIZE
           SSTOCK-QTY DELIMITED BY SIZE
           " COUNT" DELIMITED BY SIZE
           INTO AUDIT-AFTER.
       MOVE SSTOCK-PRODUCT-ID TO AUDIT-ID.
       CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD AUDIT-ID
           AUDIT-BEFORE AUDIT-AFTER.

       STAMP-ITEM-COUNT-DATE.
       MOVE WORK-CUSTOMER-ID TO SSTOCK-CUSTOMER-ID.
       MOVE COUNT-ITEM-ENTRY (COUNT-ITEM-IDX) TO SSTOCK-PRODUCT-ID.
       READ SITE-STOCK-FILE RECORD WITH LOCK
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE TODAY-DATE TO SSTOCK-LAST-COUNT-DATE
               REWRITE SITE-STOCK-REGISTRATION
                   INVALID KEY
                       DISPLAY "Error updating site stock record."
               END-REWRITE
       END-READ.

       STAMP-SITE-COUNT-DATE.
       MOVE WORK-CUSTOMER-ID TO SITE-CUSTOMER-ID.
       READ CUSTOMER-SITES-FILE RECORD WITH LOCK
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE TODAY-DATE TO SITE-LAST-COUNT-DATE
               REWRITE CUSTOMER-SITE-REGISTRATION
                   INVALID KEY
                       DISPLAY "Error updating customer site record."
               END-REWRITE
       END-READ.

      *Every after-image of a core record goes to the roll-forward
      *journal the moment it lands.
       JOURNAL-ORDER-IMAGE.
       MOVE "ORDERS" TO JOURNAL-TAG-FIELD.
       MOVE ORDER-REGISTRATION TO JOURNAL-IMAGE-FIELD.
       CALL "log-journal" USING JOURNAL-TAG-FIELD
           JOURNAL-IMAGE-FIELD.

       JOURNAL-MOVEMENT-IMAGE.
       MOVE "MOVEMENTS" TO JOURNAL-TAG-FIELD.
       MOVE MOVEMENT-REGISTRATION TO JOURNAL-IMAGE-FIELD.
       CALL "log-journal" USING JOURNAL-TAG-FIELD
           JOURNAL-IMAGE-FIELD.

       JOURNAL-PRODUCT-IMAGE.
       MOVE "PRODUCTS" TO JOURNAL-TAG-FIELD.
       MOVE PRODUCT-REGISTRATION TO JOURNAL-IMAGE-FIELD.
       CALL "log-journal" USING JOURNAL-TAG-FIELD
           JOURNAL-IMAGE-FIELD.

       SHOW-REPORT-LINE.
       DISPLAY REPORT-LINE-BUFFER.
       MOVE "L" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

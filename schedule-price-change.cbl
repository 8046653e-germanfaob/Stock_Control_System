       IDENTIFICATION DIVISION.
       PROGRAM-ID. schedule-price-change.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "price-schedule-physical-file.cbl".
       COPY "price-history-physical-file.cbl".
       COPY "physical-file.cbl".
       COPY "order-physical-file.cbl".
       COPY "order-lines-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with scheduled price change fields.
       COPY "price-schedule-logic-file.cbl".
      * Logic file with product price history fields.
       COPY "price-history-logic-file.cbl".
      * Logic file with products fields.
       COPY "logic-file.cbl".
      * Logic file with order fields.
       COPY "order-logic-file.cbl".
      * Logic file with order line fields.
       COPY "order-lines-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so a scheduled change shows who keyed it.
       COPY "session-data.cbl".
       01  OPTION PIC 9.
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  ROWS-SHOWN PIC 9(5).
       77  TODAY-DATE PIC 9(8).
       77  WANTED-PRODUCT-ID PIC X(15).
       77  WANTED-DATE PIC 9(8).
       77  WANTED-SCHED-ID PIC 9(6).
       77  WANTED-ORDER-ID PIC 9(6).
       77  PRICE-ENTRY PIC 9(6).99.
       77  NEW-PRICE PIC 9(6)V99.
       77  CURRENT-PRICE PIC 9(6)V99.
       77  DATED-PRICE PIC 9(6)V99.
       77  DATED-PRICE-FOUND PIC X.
       77  PRICE-EDIT PIC Z(5)9.99.
       77  OLD-PRICE-EDIT PIC Z(5)9.99.
       77  LIST-PRICE-EDIT PIC Z(5)9.99.
       77  PERCENT-EDIT PIC -ZZ9.99.
       77  TO-DATE-EDIT PIC X(8).
       77  PRICE-MOVE-PCT PIC 9(7)V99.
       77  PRICE-CONTROL-PCT PIC 9(3).
       77  CREDIT-CONTROL-PCT PIC 9(3).
       77  SCHEDULE-DOC-TYPE PIC X(10) VALUE "PRICESCHED".
       77  PARK-ENTITY PIC X(10) VALUE "PRICESCHED".
       77  PARK-FIELD PIC X(12) VALUE "PRICE".
       77  PARK-RECORD-KEY PIC X(15).
       01  PARK-OLD-VALUE PIC X(40).
       01  PARK-OLD-VIEW REDEFINES PARK-OLD-VALUE.
           05  PARK-OLD-AMOUNT PIC 9(9)V99.
           05  FILLER PIC X(29).
       01  PARK-NEW-VALUE PIC X(40).
       01  PARK-NEW-VIEW REDEFINES PARK-NEW-VALUE.
           05  PARK-NEW-AMOUNT PIC 9(9)V99.
           05  FILLER PIC X(29).
       77  PARKED-ID PIC 9(6).
       77  AUDIT-ID PIC X(15).
       77  AUDIT-BEFORE PIC X(40).
       77  AUDIT-AFTER PIC X(40).
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "SCHEDULE-PRICE-CHG".
       77  LOG-MESSAGE-FIELD PIC X(80).

       PROCEDURE DIVISION.

      *A new list price keyed ahead of the day it takes effect. The
      *change waits on the price schedule and the end-of-day cycle
      *applies it the night before its date; a move past the
      *dual-control limit is held until a second administrator
      *approves it. The price history behind every product, and the
      *list prices an old order was taken at, are looked up here.
       PROGRAM-BEGIN.
       ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
       CALL "get-dual-control-limits" USING PRICE-CONTROL-PCT
           CREDIT-CONTROL-PCT.
       OPEN I-O PRICE-SCHEDULE-FILE.
       OPEN I-O PRICE-HISTORY-FILE.
       OPEN I-O PRODUCTS-FILE.
       OPEN I-O ORDERS-FILE.
       OPEN I-O ORDER-LINES-FILE.
       PERFORM SCHEDULE-MENU.
       PERFORM PROCESS-OPTION UNTIL OPTION = 0.
       CLOSE PRICE-SCHEDULE-FILE.
       CLOSE PRICE-HISTORY-FILE.
       CLOSE PRODUCTS-FILE.
       CLOSE ORDERS-FILE.
       CLOSE ORDER-LINES-FILE.
       GOBACK.

       SCHEDULE-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Scheduled Price Change Menu"
       DISPLAY "1. Schedule a new price for a product"
       DISPLAY "2. List scheduled price changes not yet applied"
       DISPLAY "3. Cancel a scheduled price change"
       DISPLAY "4. Show the price history of a product"
       DISPLAY "5. Show the list price of a product on a date"
       DISPLAY "6. Re-price an order at its order-date list prices"
       DISPLAY "0. Back"
       DISPLAY "Enter your choice (0-6):"
       ACCEPT OPTION.

       PROCESS-OPTION.
       IF OPTION = 1 THEN
           PERFORM SCHEDULE-NEW-PRICE
           PERFORM SCHEDULE-MENU
       ELSE IF OPTION = 2 THEN
           PERFORM LIST-OPEN-CHANGES
           PERFORM SCHEDULE-MENU
       ELSE IF OPTION = 3 THEN
           PERFORM CANCEL-CHANGE
           PERFORM SCHEDULE-MENU
       ELSE IF OPTION = 4 THEN
           PERFORM SHOW-PRICE-HISTORY
           PERFORM SCHEDULE-MENU
       ELSE IF OPTION = 5 THEN
           PERFORM SHOW-PRICE-ON-DATE
           PERFORM SCHEDULE-MENU
       ELSE IF OPTION = 6 THEN
           PERFORM REPRICE-ORDER
           PERFORM SCHEDULE-MENU
       ELSE IF OPTION = 0 THEN
           CONTINUE
       ELSE
           DISPLAY "Invalid option. Please enter a valid choice (0-6):"
           MOVE "Invalid price schedule menu option entered."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
           PERFORM SCHEDULE-MENU.

       SCHEDULE-NEW-PRICE.
       DISPLAY "Enter the product id: ".
       ACCEPT WANTED-PRODUCT-ID.
       MOVE WANTED-PRODUCT-ID TO PRODUCT-ID.
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
           MOVE PRODUCT-PRICE TO CURRENT-PRICE
           MOVE CURRENT-PRICE TO PRICE-EDIT
           DISPLAY "Product: " PRODUCT-NAME " Price: " PRICE-EDIT
           DISPLAY "Enter the new price (e.g. 19.99): "
           ACCEPT PRICE-ENTRY
           MOVE PRICE-ENTRY TO NEW-PRICE
           DISPLAY "Enter the effective date (YYYYMMDD): "
           ACCEPT WANTED-DATE
           IF NEW-PRICE = 0
               DISPLAY "Price cannot be zero. Nothing scheduled."
           ELSE IF WANTED-DATE NOT > TODAY-DATE
               DISPLAY "The date must be after today - change the "
               "price on the product itself for today."
           ELSE
               PERFORM WRITE-SCHEDULED-PRICE
           END-IF
       END-IF.

      *The move is measured against today's price, as a change keyed
      *on the product itself would be.
       WRITE-SCHEDULED-PRICE.
       IF CURRENT-PRICE = 0
           MOVE 999 TO PRICE-MOVE-PCT
       ELSE IF NEW-PRICE > CURRENT-PRICE
           COMPUTE PRICE-MOVE-PCT ROUNDED =
               (NEW-PRICE - CURRENT-PRICE) * 100 / CURRENT-PRICE
       ELSE
           COMPUTE PRICE-MOVE-PCT ROUNDED =
               (CURRENT-PRICE - NEW-PRICE) * 100 / CURRENT-PRICE
       END-IF.
       MOVE SPACE TO PRICE-SCHEDULE-REGISTRATION.
       CALL "get-next-number" USING SCHEDULE-DOC-TYPE SCHED-ID.
       MOVE WANTED-PRODUCT-ID TO SCHED-PRODUCT-ID.
       MOVE WANTED-DATE TO SCHED-EFFECTIVE-DATE.
       MOVE "F" TO SCHED-KIND.
       MOVE NEW-PRICE TO SCHED-NEW-PRICE.
       MOVE 0 TO SCHED-PERCENT.
       IF PRICE-MOVE-PCT > PRICE-CONTROL-PCT
           MOVE "H" TO SCHED-STATUS
       ELSE
           MOVE "P" TO SCHED-STATUS
       END-IF.
       MOVE SESSION-OPERATOR-ID TO SCHED-ENTERED-BY.
       MOVE TODAY-DATE TO SCHED-ENTERED-DATE.
       MOVE 0 TO SCHED-APPLIED-DATE.
       MOVE 0 TO SCHED-OLD-PRICE.
       MOVE 0 TO SCHED-APPLIED-PRICE.
       WRITE PRICE-SCHEDULE-REGISTRATION
           INVALID KEY
               DISPLAY "Error writing price schedule record."
           NOT INVALID KEY
               PERFORM CONFIRM-SCHEDULED-PRICE
       END-WRITE.

       CONFIRM-SCHEDULED-PRICE.
       MOVE SCHED-ID TO AUDIT-ID.
       MOVE CURRENT-PRICE TO OLD-PRICE-EDIT.
       MOVE NEW-PRICE TO PRICE-EDIT.
       MOVE SPACE TO AUDIT-BEFORE.
       MOVE SPACE TO AUDIT-AFTER.
       STRING WANTED-PRODUCT-ID DELIMITED BY SPACE
           " PRICE=" DELIMITED BY SIZE
           OLD-PRICE-EDIT DELIMITED BY SIZE
           INTO AUDIT-BEFORE.
       STRING "PRICE=" DELIMITED BY SIZE
           PRICE-EDIT DELIMITED BY SIZE
           " FROM " DELIMITED BY SIZE
           WANTED-DATE DELIMITED BY SIZE
           INTO AUDIT-AFTER.
       CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD AUDIT-ID
           AUDIT-BEFORE AUDIT-AFTER.
       IF SCHED-IS-HELD
           PERFORM PARK-SCHEDULED-PRICE
       ELSE
           DISPLAY "Price change " SCHED-ID " scheduled for "
           WANTED-DATE "."
       END-IF.

       PARK-SCHEDULED-PRICE.
       MOVE SPACE TO PARK-RECORD-KEY.
       MOVE SCHED-ID TO PARK-RECORD-KEY.
       MOVE SPACE TO PARK-OLD-VALUE.
       MOVE CURRENT-PRICE TO PARK-OLD-AMOUNT.
       MOVE SPACE TO PARK-NEW-VALUE.
       MOVE NEW-PRICE TO PARK-NEW-AMOUNT.
       CALL "park-master-change" USING PARK-ENTITY PARK-RECORD-KEY
           PARK-FIELD PARK-OLD-VALUE PARK-NEW-VALUE PARKED-ID.
       DISPLAY "The price change to " PRICE-EDIT " moves the "
       "price more than " PRICE-CONTROL-PCT "%.".
       DISPLAY "Price change " SCHED-ID " is held as change "
           PARKED-ID " until another administrator approves it.".

       LIST-OPEN-CHANGES.
       MOVE 0 TO ROWS-SHOWN.
       MOVE 0 TO SCHED-ID.
       MOVE 0 TO END-OF-FILE.
       START PRICE-SCHEDULE-FILE KEY IS >= SCHED-ID
           INVALID KEY MOVE 1 TO END-OF-FILE.
       PERFORM SHOW-NEXT-OPEN-CHANGE UNTIL END-OF-FILE = 1.
       IF ROWS-SHOWN = 0
           DISPLAY "No price changes are waiting to be applied."
       END-IF.

       SHOW-NEXT-OPEN-CHANGE.
       READ PRICE-SCHEDULE-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF SCHED-IS-PENDING OR SCHED-IS-HELD
               ADD 1 TO ROWS-SHOWN
               PERFORM SHOW-SCHEDULE-DETAIL
           END-IF
       END-IF.

       SHOW-SCHEDULE-DETAIL.
       IF SCHED-IS-PERCENT
           MOVE SCHED-PERCENT TO PERCENT-EDIT
           DISPLAY SCHED-ID " " SCHED-PRODUCT-ID " from "
               SCHED-EFFECTIVE-DATE " by " PERCENT-EDIT "%"
               " keyed by " SCHED-ENTERED-BY
       ELSE
           MOVE SCHED-NEW-PRICE TO PRICE-EDIT
           DISPLAY SCHED-ID " " SCHED-PRODUCT-ID " from "
               SCHED-EFFECTIVE-DATE " to " PRICE-EDIT
               " keyed by " SCHED-ENTERED-BY
       END-IF.
       IF SCHED-IS-HELD
           DISPLAY "    Held for approval."
       END-IF.

      *A change held for approval is cancelled through the approval
      *queue, where its parked entry is rejected.
       CANCEL-CHANGE.
       DISPLAY "Enter the scheduled change number: ".
       ACCEPT WANTED-SCHED-ID.
       MOVE WANTED-SCHED-ID TO SCHED-ID.
       MOVE "S" TO RECORD-FOUND.
       READ PRICE-SCHEDULE-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No scheduled change found with that number."
       ELSE IF SCHED-IS-HELD
           DISPLAY "That change is waiting for approval - reject it "
           "in the approval queue."
       ELSE IF NOT SCHED-IS-PENDING
           DISPLAY "That change has already been applied or "
           "cancelled."
       ELSE
           PERFORM SHOW-SCHEDULE-DETAIL
           MOVE "C" TO SCHED-STATUS
           REWRITE PRICE-SCHEDULE-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating price schedule record."
               NOT INVALID KEY
                   PERFORM LOG-CANCEL-AUDIT
                   DISPLAY "Price change " SCHED-ID " cancelled."
           END-REWRITE
       END-IF.

       LOG-CANCEL-AUDIT.
       MOVE SCHED-ID TO AUDIT-ID.
       MOVE SPACE TO AUDIT-BEFORE.
       MOVE SPACE TO AUDIT-AFTER.
       STRING SCHED-PRODUCT-ID DELIMITED BY SPACE
           " FROM " DELIMITED BY SIZE
           SCHED-EFFECTIVE-DATE DELIMITED BY SIZE
           INTO AUDIT-BEFORE.
       MOVE "CANCELLED" TO AUDIT-AFTER.
       CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD AUDIT-ID
           AUDIT-BEFORE AUDIT-AFTER.

       SHOW-PRICE-HISTORY.
       DISPLAY "Enter the product id: ".
       ACCEPT WANTED-PRODUCT-ID.
       MOVE 0 TO ROWS-SHOWN.
       MOVE WANTED-PRODUCT-ID TO PHIST-PRODUCT-ID.
       MOVE 0 TO PHIST-FROM-DATE.
       MOVE 0 TO END-OF-FILE.
       START PRICE-HISTORY-FILE KEY IS >= PHIST-KEY
           INVALID KEY MOVE 1 TO END-OF-FILE.
       PERFORM SHOW-NEXT-HISTORY-ROW UNTIL END-OF-FILE = 1.
       IF ROWS-SHOWN = 0
           DISPLAY "No price history on file for that product."
       END-IF.

       SHOW-NEXT-HISTORY-ROW.
       READ PRICE-HISTORY-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF PHIST-PRODUCT-ID = WANTED-PRODUCT-ID
               ADD 1 TO ROWS-SHOWN
               MOVE PHIST-PRICE TO PRICE-EDIT
               IF PHIST-IS-CURRENT
                   MOVE "CURRENT" TO TO-DATE-EDIT
               ELSE
                   MOVE PHIST-TO-DATE TO TO-DATE-EDIT
               END-IF
               DISPLAY PHIST-FROM-DATE " - " TO-DATE-EDIT " "
                   PRICE-EDIT " " PHIST-SOURCE
           ELSE
               MOVE 1 TO END-OF-FILE
           END-IF
       END-IF.

       SHOW-PRICE-ON-DATE.
       DISPLAY "Enter the product id: ".
       ACCEPT WANTED-PRODUCT-ID.
       DISPLAY "Enter the date (YYYYMMDD): ".
       ACCEPT WANTED-DATE.
       CLOSE PRICE-HISTORY-FILE.
       CALL "get-price-on-date" USING WANTED-PRODUCT-ID WANTED-DATE
           DATED-PRICE DATED-PRICE-FOUND.
       OPEN I-O PRICE-HISTORY-FILE.
       IF DATED-PRICE-FOUND = "Y"
           MOVE DATED-PRICE TO PRICE-EDIT
           DISPLAY "List price on " WANTED-DATE ": " PRICE-EDIT
       ELSE
           DISPLAY "The price history does not reach back to that "
           "date."
       END-IF.

      *Each line of an old order beside the list price that stood on
      *the order date. Where the history does not reach back that
      *far today's price stands in, marked with an asterisk.
       REPRICE-ORDER.
       DISPLAY "Enter the order id: ".
       ACCEPT WANTED-ORDER-ID.
       MOVE WANTED-ORDER-ID TO ORDER-ID.
       MOVE "S" TO RECORD-FOUND.
       READ ORDERS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND ORDER-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No order found with that id."
       ELSE
           DISPLAY "Order " ORDER-ID " taken on " ORDER-DATE-NUMERIC
           " for " ORDER-CUSTOMER-NAME
           DISPLAY "Line Product         Charged   List then     Now"
           CLOSE PRICE-HISTORY-FILE
           MOVE ORDER-ID TO LINE-ORDER-ID
           MOVE 0 TO LINE-NUMBER
           MOVE 0 TO END-OF-FILE
           START ORDER-LINES-FILE KEY IS >= ORDER-LINE-KEY
               INVALID KEY MOVE 1 TO END-OF-FILE
           END-START
           PERFORM REPRICE-NEXT-ORDER-LINE UNTIL END-OF-FILE = 1
           OPEN I-O PRICE-HISTORY-FILE
           DISPLAY "* no history that far back - current price shown"
       END-IF.

       REPRICE-NEXT-ORDER-LINE.
       READ ORDER-LINES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF LINE-ORDER-ID = ORDER-ID
               PERFORM SHOW-REPRICED-LINE
           ELSE
               MOVE 1 TO END-OF-FILE
           END-IF
       END-IF.

       SHOW-REPRICED-LINE.
       MOVE LINE-PRODUCT-ID TO PRODUCT-ID.
       MOVE "S" TO RECORD-FOUND.
       READ PRODUCTS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           MOVE PRODUCT-PRICE TO CURRENT-PRICE
       ELSE
           MOVE 0 TO CURRENT-PRICE
       END-IF.
       CALL "get-price-on-date" USING LINE-PRODUCT-ID
           ORDER-DATE-NUMERIC DATED-PRICE DATED-PRICE-FOUND.
       MOVE PRICE TO OLD-PRICE-EDIT.
       MOVE CURRENT-PRICE TO PRICE-EDIT.
       IF DATED-PRICE-FOUND = "Y"
           MOVE DATED-PRICE TO LIST-PRICE-EDIT
           DISPLAY LINE-NUMBER "  " LINE-PRODUCT-ID " "
               OLD-PRICE-EDIT "  " LIST-PRICE-EDIT "  " PRICE-EDIT
       ELSE
           MOVE CURRENT-PRICE TO LIST-PRICE-EDIT
           DISPLAY LINE-NUMBER "  " LINE-PRODUCT-ID " "
               OLD-PRICE-EDIT " *" LIST-PRICE-EDIT "  " PRICE-EDIT
       END-IF.

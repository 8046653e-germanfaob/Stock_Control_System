       IDENTIFICATION DIVISION.
       PROGRAM-ID. warranty-claims.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "warranty-claim-physical-file.cbl".
       COPY "serial-physical-file.cbl".
       COPY "physical-file.cbl".
       COPY "order-lines-physical-file.cbl".
       COPY "purchase-order-physical-file.cbl".
       COPY "customer-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with warranty claim fields.
       COPY "warranty-claim-logic-file.cbl".
      * Logic file with serial number fields.
       COPY "serial-logic-file.cbl".
      * Logic file with products fields.
       COPY "logic-file.cbl".
      * Logic file with order line fields.
       COPY "order-lines-logic-file.cbl".
      * Logic file with purchase order fields.
       COPY "purchase-order-logic-file.cbl".
      * Logic file with customer fields.
       COPY "customer-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data: the operator who decides a claim is
      * recorded on it, and only the logged-in company's units and
      * claims are shown.
       COPY "session-data.cbl".
       01  OPTION PIC 9.
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9.
       77  LINES-END-OF-FILE PIC 9.
       77  YES-NO PIC X.
       77  TODAY-DATE PIC 9(8).
       77  WANTED-CLAIM-ID PIC 9(6).
       77  PRODUCT-ID-FIELD PIC X(15).
       77  SERIAL-ENTRY-FIELD PIC X(20).
       77  WARRANTY-END-DATE PIC 9(8).
       77  IN-WARRANTY PIC X.
       77  DECISION-ENTRY PIC X.
       77  COST-ENTRY PIC 9(7).99.
       77  LINE-PRICE PIC 9(7)V99.
       77  REPLACEMENT-COST PIC 9(6)V99.
       77  CLAIM-WRITE-OK PIC X.
       77  LISTED-COUNT PIC 9(5).
       77  CLAIM-DOC-TYPE PIC X(10)
           VALUE "WCLAIM".
      * The receipt reference on a serial is "PO " followed by the
      * order id when the unit came in against a purchase order.
       01  RECEIPT-REFERENCE-SPLIT.
           05  RR-PREFIX  PIC X(3).
           05  RR-PO-ID   PIC X(6).
           05  FILLER     PIC X(11).
       77  AUDIT-CLAIM-ID PIC X(15).
       77  AUDIT-BEFORE PIC X(40).
       77  AUDIT-AFTER PIC X(40).
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "WARRANTY-CLAIMS".
       77  LOG-MESSAGE-FIELD PIC X(80).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
       OPEN I-O WARRANTY-CLAIMS-FILE.
       OPEN I-O SERIALS-FILE.
       OPEN I-O PRODUCTS-FILE.
       OPEN I-O ORDER-LINES-FILE.
       OPEN I-O PURCHASE-ORDERS-FILE.
       OPEN I-O CUSTOMERS-FILE.
       PERFORM CLAIM-MENU.
       PERFORM PROCESS-OPTION UNTIL OPTION = 0.
       CLOSE WARRANTY-CLAIMS-FILE.
       CLOSE SERIALS-FILE.
       CLOSE PRODUCTS-FILE.
       CLOSE ORDER-LINES-FILE.
       CLOSE PURCHASE-ORDERS-FILE.
       CLOSE CUSTOMERS-FILE.
       GOBACK.

       CLAIM-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Warranty Claims Menu"
       DISPLAY "1. Check the warranty on a unit"
       DISPLAY "2. Register a warranty claim"
       DISPLAY "3. Decide a claim (repair, replace, credit, reject)"
       DISPLAY "4. List open and approved claims"
       DISPLAY "0. Back"
       DISPLAY "Enter your choice (0-4):"
       ACCEPT OPTION.

       PROCESS-OPTION.
       IF OPTION = 1 THEN
           PERFORM CHECK-UNIT-WARRANTY
           PERFORM CLAIM-MENU
       ELSE IF OPTION = 2 THEN
           PERFORM REGISTER-CLAIM
           PERFORM CLAIM-MENU
       ELSE IF OPTION = 3 THEN
           PERFORM DECIDE-CLAIM
           PERFORM CLAIM-MENU
       ELSE IF OPTION = 4 THEN
           PERFORM LIST-CLAIMS
           PERFORM CLAIM-MENU
       ELSE IF OPTION = 0 THEN
           CONTINUE
       ELSE
           DISPLAY "Invalid option. Please enter a valid choice (0-4):"
           MOVE "Invalid warranty claim option entered."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
           PERFORM CLAIM-MENU.

      *"Is this unit still under warranty?" - the customer reads the
      *serial off the label and the answer comes from the day it
      *shipped and the product's warranty months.
       CHECK-UNIT-WARRANTY.
       PERFORM FIND-CLAIM-SERIAL.
       IF RECORD-FOUND = "S"
           PERFORM SHOW-UNIT-WARRANTY
       END-IF.

       FIND-CLAIM-SERIAL.
       DISPLAY "Enter the product id: ".
       ACCEPT PRODUCT-ID-FIELD.
       DISPLAY "Enter the serial number: ".
       ACCEPT SERIAL-ENTRY-FIELD.
       MOVE PRODUCT-ID-FIELD TO SERIAL-PRODUCT-ID.
       MOVE SERIAL-ENTRY-FIELD TO SERIAL-NUMBER.
       MOVE "S" TO RECORD-FOUND.
       READ SERIALS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           MOVE SERIAL-PRODUCT-ID TO PRODUCT-ID
           PERFORM CHECK-PRODUCT-COMPANY
       END-IF.
       IF RECORD-FOUND = "N"
           DISPLAY "No such serial on file for that product."
       ELSE IF SERIAL-SHIPPED-DATE = 0
           DISPLAY "That unit has not been shipped to a customer."
           MOVE "N" TO RECORD-FOUND
       END-IF.

      *A unit or claim is the company's whose product it is.
       CHECK-PRODUCT-COMPANY.
       READ PRODUCTS-FILE RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF PRODUCT-COMPANY-CODE NOT = SESSION-COMPANY-CODE
                   MOVE "N" TO RECORD-FOUND
               END-IF
       END-READ.

       SHOW-UNIT-WARRANTY.
       MOVE SERIAL-PRODUCT-ID TO PRODUCT-ID.
       READ PRODUCTS-FILE RECORD
           INVALID KEY
               MOVE 0 TO PRODUCT-WARRANTY-MONTHS
       END-READ.
       ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
       CALL "get-warranty-end" USING PRODUCT-WARRANTY-MONTHS
           SERIAL-SHIPPED-DATE TODAY-DATE WARRANTY-END-DATE
           IN-WARRANTY.
       DISPLAY "Shipped " SERIAL-SHIPPED-DATE
       " on order " SERIAL-ORDER-ID
       " to customer " SERIAL-CUSTOMER-ID.
       IF PRODUCT-WARRANTY-MONTHS = 0
           DISPLAY "This product carries no warranty."
       ELSE IF IN-WARRANTY = "Y"
           DISPLAY "UNDER WARRANTY until " WARRANTY-END-DATE
           " (" PRODUCT-WARRANTY-MONTHS " months)."
       ELSE
           DISPLAY "OUT OF WARRANTY since " WARRANTY-END-DATE
           " (" PRODUCT-WARRANTY-MONTHS " months)."
       END-IF.

      *A claim is taken against one shipped unit. One out of
      *warranty can still be taken as goodwill, but it is marked so
      *and its cost is not recoverable from the supplier.
       REGISTER-CLAIM.
       PERFORM FIND-CLAIM-SERIAL.
       IF RECORD-FOUND = "S"
           PERFORM SHOW-UNIT-WARRANTY
           MOVE "Y" TO YES-NO
           IF IN-WARRANTY NOT = "Y"
               DISPLAY "Register the claim anyway as goodwill (Y/N)?"
               ACCEPT YES-NO
           END-IF
           IF YES-NO = "Y" OR YES-NO = "y"
               PERFORM TAKE-CLAIM-DETAILS
           ELSE
               DISPLAY "No claim registered."
           END-IF
       END-IF.

       TAKE-CLAIM-DETAILS.
       MOVE SPACE TO CLAIM-REGISTRATION.
       MOVE SERIAL-PRODUCT-ID TO CLAIM-PRODUCT-ID.
       MOVE SERIAL-NUMBER TO CLAIM-SERIAL-NUMBER.
       MOVE SERIAL-CUSTOMER-ID TO CLAIM-CUSTOMER-ID.
       MOVE SERIAL-ORDER-ID TO CLAIM-ORDER-ID.
       PERFORM FIND-CLAIM-VENDOR.
       MOVE TODAY-DATE TO CLAIM-DATE.
       MOVE WARRANTY-END-DATE TO CLAIM-WARRANTY-END.
       MOVE IN-WARRANTY TO CLAIM-WARRANTY-FLAG.
       DISPLAY "Describe the fault: ".
       ACCEPT CLAIM-FAULT.
       MOVE "Open" TO CLAIM-STATUS.
       MOVE SPACE TO CLAIM-DECISION.
       MOVE 0 TO CLAIM-DECISION-DATE.
       MOVE SPACE TO CLAIM-DECIDED-BY.
       MOVE 0 TO CLAIM-COST.
       MOVE 0 TO CLAIM-CREDIT-AMOUNT.
       MOVE 0 TO CLAIM-RETURN-ID.
       CALL "get-next-number" USING CLAIM-DOC-TYPE CLAIM-ID.
       MOVE "N" TO CLAIM-WRITE-OK.
       PERFORM WRITE-CLAIM-ONCE UNTIL CLAIM-WRITE-OK = "Y".
       DISPLAY "Warranty claim " CLAIM-ID " registered.".
       MOVE SPACE TO AUDIT-BEFORE.
       PERFORM LOG-CLAIM-AUDIT.

      *The supplier to recover from is the vendor of the purchase
      *order the unit came in on; a unit received any other way
      *falls back on the product's usual vendor.
       FIND-CLAIM-VENDOR.
       MOVE PRODUCT-VENDOR-ID TO CLAIM-VENDOR-ID.
       MOVE SERIAL-RECEIPT-REF TO RECEIPT-REFERENCE-SPLIT.
       IF RR-PREFIX = "PO " AND RR-PO-ID IS NUMERIC
           MOVE RR-PO-ID TO PO-ID
           READ PURCHASE-ORDERS-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PO-VENDOR-ID TO CLAIM-VENDOR-ID
           END-READ
       END-IF.

      *Claim ids keyed by hand in the past may collide with the
      *counter until it passes them; a collision simply draws the
      *next number.
       WRITE-CLAIM-ONCE.
       WRITE CLAIM-REGISTRATION
           INVALID KEY
               CALL "get-next-number" USING CLAIM-DOC-TYPE CLAIM-ID
           NOT INVALID KEY
               MOVE "Y" TO CLAIM-WRITE-OK
       END-WRITE.

      *Repair is done on the customer's own unit: the repair cost is
      *booked and the claim closes. Replace and credit need the
      *faulty unit back, so they stay approved until the return is
      *processed against the claim; the cost of a replacement is the
      *unit's current cost, of a credit the amount credited.
       DECIDE-CLAIM.
       DISPLAY "Enter the claim id: ".
       ACCEPT WANTED-CLAIM-ID.
       MOVE WANTED-CLAIM-ID TO CLAIM-ID.
       MOVE "S" TO RECORD-FOUND.
       READ WARRANTY-CLAIMS-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           MOVE CLAIM-PRODUCT-ID TO PRODUCT-ID
           PERFORM CHECK-PRODUCT-COMPANY
       END-IF.
       IF RECORD-FOUND = "N"
           DISPLAY "No warranty claim found with that id."
       ELSE IF NOT CLAIM-IS-OPEN
           DISPLAY "Claim " CLAIM-ID " is already " CLAIM-STATUS "."
       ELSE
           PERFORM SHOW-CLAIM
           PERFORM ASK-DECISION
           PERFORM APPLY-DECISION
       END-IF.

       ASK-DECISION.
       DISPLAY "Decision - (R)epair, re(P)lace, (C)redit or "
       "(X) reject: ".
       ACCEPT DECISION-ENTRY.
       IF DECISION-ENTRY = "r"
           MOVE "R" TO DECISION-ENTRY.
       IF DECISION-ENTRY = "p"
           MOVE "P" TO DECISION-ENTRY.
       IF DECISION-ENTRY = "c"
           MOVE "C" TO DECISION-ENTRY.
       IF DECISION-ENTRY = "x"
           MOVE "X" TO DECISION-ENTRY.
       IF DECISION-ENTRY NOT = "R" AND DECISION-ENTRY NOT = "P"
           AND DECISION-ENTRY NOT = "C" AND DECISION-ENTRY NOT = "X"
           DISPLAY "Enter R, P, C or X."
           PERFORM ASK-DECISION
       END-IF.

       APPLY-DECISION.
       MOVE CLAIM-STATUS TO AUDIT-BEFORE.
       IF DECISION-ENTRY = "R"
           DISPLAY "Enter the repair cost (e.g. 45.00): "
           ACCEPT COST-ENTRY
           MOVE COST-ENTRY TO CLAIM-COST
           MOVE "Closed" TO CLAIM-STATUS
       ELSE IF DECISION-ENTRY = "P"
           CALL "get-current-cost" USING CLAIM-PRODUCT-ID
               REPLACEMENT-COST
           MOVE REPLACEMENT-COST TO CLAIM-COST
           DISPLAY "Replacement unit cost: " CLAIM-COST
           MOVE "Approved" TO CLAIM-STATUS
       ELSE IF DECISION-ENTRY = "C"
           PERFORM FIND-LINE-PRICE
           DISPLAY "Price paid for the unit: " LINE-PRICE
           DISPLAY "Enter the amount to credit (0 for the price "
           "paid): "
           ACCEPT COST-ENTRY
           MOVE COST-ENTRY TO CLAIM-CREDIT-AMOUNT
           IF CLAIM-CREDIT-AMOUNT = 0
               MOVE LINE-PRICE TO CLAIM-CREDIT-AMOUNT
           END-IF
           MOVE CLAIM-CREDIT-AMOUNT TO CLAIM-COST
           MOVE "Approved" TO CLAIM-STATUS
       ELSE
           MOVE "Rejected" TO CLAIM-STATUS
       END-IF.
       IF DECISION-ENTRY NOT = "X"
           MOVE DECISION-ENTRY TO CLAIM-DECISION
       END-IF.
       ACCEPT CLAIM-DECISION-DATE FROM DATE YYYYMMDD.
       MOVE SESSION-OPERATOR-ID TO CLAIM-DECIDED-BY.
       REWRITE CLAIM-REGISTRATION
           INVALID KEY
               DISPLAY "Error updating warranty claim."
       END-REWRITE.
       PERFORM LOG-CLAIM-AUDIT.
       DISPLAY "Claim " CLAIM-ID " is now " CLAIM-STATUS ".".
       IF CLAIM-IS-APPROVED
           DISPLAY "Process the unit's return against order "
           CLAIM-ORDER-ID " quoting claim " CLAIM-ID "."
       END-IF.

       FIND-LINE-PRICE.
       MOVE 0 TO LINE-PRICE.
       MOVE CLAIM-ORDER-ID TO LINE-ORDER-ID.
       MOVE 0 TO LINE-NUMBER.
       MOVE 0 TO LINES-END-OF-FILE.
       START ORDER-LINES-FILE KEY IS >= ORDER-LINE-KEY
           INVALID KEY MOVE 1 TO LINES-END-OF-FILE.
       PERFORM CHECK-NEXT-ORDER-LINE
           UNTIL LINES-END-OF-FILE = 1.

       CHECK-NEXT-ORDER-LINE.
       READ ORDER-LINES-FILE NEXT RECORD
           AT END MOVE 1 TO LINES-END-OF-FILE
       END-READ.
       IF LINES-END-OF-FILE = 0
           IF LINE-ORDER-ID NOT = CLAIM-ORDER-ID
               MOVE 1 TO LINES-END-OF-FILE
           ELSE IF LINE-PRODUCT-ID = CLAIM-PRODUCT-ID
               MOVE PRICE TO LINE-PRICE
               MOVE 1 TO LINES-END-OF-FILE
           END-IF
       END-IF.

       SHOW-CLAIM.
       DISPLAY "Claim " CLAIM-ID " registered " CLAIM-DATE.
       DISPLAY "Product " CLAIM-PRODUCT-ID
       " Serial " CLAIM-SERIAL-NUMBER.
       MOVE CLAIM-CUSTOMER-ID TO CUSTOMER-ID.
       READ CUSTOMERS-FILE RECORD
           INVALID KEY
               MOVE "(no longer on file)" TO CUSTOMER-FULL-NAME
       END-READ.
       DISPLAY "Customer " CLAIM-CUSTOMER-ID " " CUSTOMER-FULL-NAME
       " Order " CLAIM-ORDER-ID.
       IF CLAIM-IS-IN-WARRANTY
           DISPLAY "Under warranty until " CLAIM-WARRANTY-END
       ELSE
           DISPLAY "Goodwill - warranty ended " CLAIM-WARRANTY-END
       END-IF.
       DISPLAY "Fault: " CLAIM-FAULT.

       LIST-CLAIMS.
       MOVE 0 TO LISTED-COUNT.
       MOVE 0 TO CLAIM-ID.
       MOVE 0 TO END-OF-FILE.
       START WARRANTY-CLAIMS-FILE KEY IS >= CLAIM-ID
           INVALID KEY MOVE 1 TO END-OF-FILE.
       DISPLAY " ".
       DISPLAY "======= OPEN AND APPROVED WARRANTY CLAIMS =======".
       PERFORM SHOW-NEXT-CLAIM UNTIL END-OF-FILE = 1.
       DISPLAY "-------------------------------------------------".
       DISPLAY "Claims listed: " LISTED-COUNT.

       SHOW-NEXT-CLAIM.
       READ WARRANTY-CLAIMS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE "N" TO RECORD-FOUND
           IF CLAIM-IS-OPEN OR CLAIM-IS-APPROVED
               MOVE "S" TO RECORD-FOUND
               MOVE CLAIM-PRODUCT-ID TO PRODUCT-ID
               PERFORM CHECK-PRODUCT-COMPANY
           END-IF
           IF RECORD-FOUND = "S"
               ADD 1 TO LISTED-COUNT
               DISPLAY CLAIM-ID " " CLAIM-DATE
               " " CLAIM-PRODUCT-ID " " CLAIM-SERIAL-NUMBER
               " Cust " CLAIM-CUSTOMER-ID
               " " CLAIM-STATUS
               " " CLAIM-DECISION
           END-IF
       END-IF.

       LOG-CLAIM-AUDIT.
       MOVE CLAIM-ID TO AUDIT-CLAIM-ID.
       MOVE SPACE TO AUDIT-AFTER.
       STRING "STATUS=" DELIMITED BY SIZE
           CLAIM-STATUS DELIMITED BY SIZE
           " DEC=" DELIMITED BY SIZE
           CLAIM-DECISION DELIMITED BY SIZE
           " COST=" DELIMITED BY SIZE
           CLAIM-COST DELIMITED BY SIZE
           INTO AUDIT-AFTER.
       CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD
           AUDIT-CLAIM-ID AUDIT-BEFORE AUDIT-AFTER.

       COPY "consignment-physical-file.cbl".
       COPY "consignment-usage-physical-file.cbl".
       COPY "shipto-physical-file.cbl".
       COPY "customer-site-physical-file.cbl".
       COPY "site-stock-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "consignment-usage-logic-file.cbl".
      * Logic file with ship-to address fields.
       COPY "shipto-logic-file.cbl".
      * Logic file with customer consignment site fields.
       COPY "customer-site-logic-file.cbl".
      * Logic file with customer site stock fields.
       COPY "site-stock-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so the record shows which picker
       77  CONSUMPTION-WRITE-OK PIC X.
       77  CONSUMPTION-DOC-TYPE PIC X(10)
           VALUE "CONSUSE".
      * A consignment fill is costed at today's layer cost for the
      * site balance; the layers themselves are left alone.
       77  FILL-UNIT-COST PIC 9(6)V99.
       77  FILL-LOCATION-ID PIC X(6).
       77  CONFIRM-WAVE-ID PIC 9(6).
       01  WAVE-ORDER-COUNT PIC 9(3) VALUE 0.
       01  WAVE-ORDER-TABLE.
       77  JOURNAL-TAG-FIELD PIC X(12).
       77  JOURNAL-IMAGE-FIELD PIC X(256).
       77  CARRIER-OK PIC X.
       77  HAZARD-ALLOWED PIC X.
       77  FREEZE-STATE PIC X.
       77  MOVEMENT-WRITE-OK PIC X.
       01  CONFIRM-DATE-SPLIT.
       77  AUDIT-BEFORE PIC X(40).
       77  AUDIT-AFTER PIC X(40).
       77  AUDIT-ORDER-ID PIC X(15).
      * An order that may not ship short has all its picks keyed
      * first and posted only when every line is there in full.
       01  COMPLETE-PICK-COUNT PIC 9(3).
       01  COMPLETE-PICK-TABLE.
           05  COMPLETE-PICK-ENTRY OCCURS 200 TIMES.
               10  COMPLETE-PICK-LINE PIC 9(3).
               10  COMPLETE-PICK-QTY  PIC 9(3).
       77  COMPLETE-PICK-IDX PIC 9(3).
       77  BACKORDERED-LINES PIC 9(3).
       77  INCOMPLETE-LINES PIC 9(3).
       77  MOVEMENT-DOC-TYPE PIC X(10)
           VALUE "MOVEMENT".
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
       OPEN I-O CONSIGNMENTS-FILE.
       OPEN I-O CONSIGNMENT-USAGE-FILE.
       OPEN I-O SHIPTO-FILE.
       OPEN I-O CUSTOMER-SITES-FILE.
       OPEN I-O SITE-STOCK-FILE.
       DISPLAY "Enter a wave id to confirm (0 for single orders): ".
       ACCEPT CONFIRM-WAVE-ID.
       IF CONFIRM-WAVE-ID NOT = 0
       CLOSE CONSIGNMENTS-FILE.
       CLOSE CONSIGNMENT-USAGE-FILE.
       CLOSE SHIPTO-FILE.
       CLOSE CUSTOMER-SITES-FILE.
       CLOSE SITE-STOCK-FILE.
       GOBACK.

       GET-ORDER-RECORD.
       READ ORDERS-FILE RECORD WITH LOCK
       INVALID KEY
       MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND ORDER-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.

      *The picker works the paper ticket line by line, confirming or
      *shorting each quantity; the record keeps who picked and when,
       ELSE
           MOVE ORDER-ID TO CONFIRM-ORDER-ID
           ACCEPT CONFIRM-DATE FROM DATE YYYYMMDD
           IF ORDER-SHIPS-COMPLETE
               PERFORM CONFIRM-COMPLETE-ORDER
           ELSE
               PERFORM CONFIRM-ORDER-LINES
           END-IF
           PERFORM DERIVE-HEADER-STATUS
       END-IF.

           AT END MOVE 1 TO WAVE-SCAN-EOF
       END-READ.
       IF WAVE-SCAN-EOF = 0
           AND ORDER-COMPANY-CODE = SESSION-COMPANY-CODE
           IF ORDER-WAVE-ID = CONFIRM-WAVE-ID
               AND (ORDER-STATUS = "Pending"
                   OR ORDER-STATUS = "Part-Shipped")
       PERFORM CONFIRM-NEXT-LINE
           UNTIL LINES-END-OF-FILE = 1.

      *A customer who takes no partial shipments gets the whole
      *order or nothing: a line still on backorder, or any line
      *picked short, stops the confirmation before a single unit
      *leaves stock, and the order stays Pending for the next pick.
       CONFIRM-COMPLETE-ORDER.
       DISPLAY "Order " CONFIRM-ORDER-ID " ships complete - no "
       "partial shipments.".
       MOVE 0 TO BACKORDERED-LINES.
       MOVE 0 TO INCOMPLETE-LINES.
       MOVE 0 TO COMPLETE-PICK-COUNT.
       MOVE CONFIRM-ORDER-ID TO LINE-ORDER-ID.
       MOVE 0 TO LINE-NUMBER.
       MOVE 0 TO LINES-END-OF-FILE.
       START ORDER-LINES-FILE KEY IS >= ORDER-LINE-KEY
           INVALID KEY MOVE 1 TO LINES-END-OF-FILE.
       PERFORM COUNT-NEXT-BACKORDERED
           UNTIL LINES-END-OF-FILE = 1.
       IF BACKORDERED-LINES > 0
           DISPLAY "Order " CONFIRM-ORDER-ID " has "
           BACKORDERED-LINES " line(s) on backorder and cannot "
           "ship until they arrive."
       ELSE
           MOVE CONFIRM-ORDER-ID TO LINE-ORDER-ID
           MOVE 0 TO LINE-NUMBER
           MOVE 0 TO LINES-END-OF-FILE
           START ORDER-LINES-FILE KEY IS >= ORDER-LINE-KEY
               INVALID KEY MOVE 1 TO LINES-END-OF-FILE
           END-START
           PERFORM TAKE-NEXT-COMPLETE-PICK
               UNTIL LINES-END-OF-FILE = 1
           IF INCOMPLETE-LINES > 0
               DISPLAY INCOMPLETE-LINES " line(s) not picked in "
               "full - nothing confirmed on order " CONFIRM-ORDER-ID
               "."
           ELSE
               MOVE 1 TO COMPLETE-PICK-IDX
               PERFORM APPLY-NEXT-COMPLETE-PICK
                   UNTIL COMPLETE-PICK-IDX > COMPLETE-PICK-COUNT
           END-IF
       END-IF.
       IF BACKORDERED-LINES > 0 OR INCOMPLETE-LINES > 0
           MOVE "Pick refused - ship-complete order is incomplete."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
       END-IF.

       COUNT-NEXT-BACKORDERED.
       READ ORDER-LINES-FILE NEXT RECORD
           AT END MOVE 1 TO LINES-END-OF-FILE
       END-READ.
       IF LINES-END-OF-FILE = 0
           IF LINE-ORDER-ID = CONFIRM-ORDER-ID
               IF LINE-STATUS = "Backordered"
                   ADD 1 TO BACKORDERED-LINES
               END-IF
           ELSE
               MOVE 1 TO LINES-END-OF-FILE
           END-IF
       END-IF.

       TAKE-NEXT-COMPLETE-PICK.
       READ ORDER-LINES-FILE NEXT RECORD
           AT END MOVE 1 TO LINES-END-OF-FILE
       END-READ.
       IF LINES-END-OF-FILE = 0
           IF LINE-ORDER-ID = CONFIRM-ORDER-ID
               IF LINE-STATUS = "Open" OR LINE-STATUS = SPACE
                   PERFORM TAKE-ONE-COMPLETE-PICK
               END-IF
           ELSE
               MOVE 1 TO LINES-END-OF-FILE
           END-IF
       END-IF.

       TAKE-ONE-COMPLETE-PICK.
       DISPLAY " ".
       DISPLAY "Line " LINE-NUMBER
       " Product: " LINE-PRODUCT-ID
       " " LINE-PRODUCT-NAME.
       DISPLAY "Quantity ordered: " QUANTITY.
       DISPLAY "Enter the quantity picked: ".
       ACCEPT PICKED-QTY-FIELD.
       IF PICKED-QTY-FIELD NOT = QUANTITY
           OR COMPLETE-PICK-COUNT >= 200
           DISPLAY "Line " LINE-NUMBER " is not picked in full."
           ADD 1 TO INCOMPLETE-LINES
       ELSE
           ADD 1 TO COMPLETE-PICK-COUNT
           MOVE LINE-NUMBER TO COMPLETE-PICK-LINE (COMPLETE-PICK-COUNT)
           MOVE PICKED-QTY-FIELD
               TO COMPLETE-PICK-QTY (COMPLETE-PICK-COUNT)
       END-IF.

       APPLY-NEXT-COMPLETE-PICK.
       MOVE CONFIRM-ORDER-ID TO LINE-ORDER-ID.
       MOVE COMPLETE-PICK-LINE (COMPLETE-PICK-IDX) TO LINE-NUMBER.
       READ ORDER-LINES-FILE RECORD WITH LOCK
           INVALID KEY
               DISPLAY "Error reading order line " LINE-NUMBER "."
           NOT INVALID KEY
               MOVE COMPLETE-PICK-QTY (COMPLETE-PICK-IDX)
                   TO PICKED-QTY-FIELD
               PERFORM APPLY-PICKED-QTY
       END-READ.
       ADD 1 TO COMPLETE-PICK-IDX.

       CONFIRM-NEXT-LINE.
       READ ORDER-LINES-FILE NEXT RECORD
           AT END MOVE 1 TO LINES-END-OF-FILE
       DISPLAY "Quantity ordered: " QUANTITY.
       DISPLAY "Enter the quantity picked (0 to leave open): ".
       ACCEPT PICKED-QTY-FIELD.
       PERFORM APPLY-PICKED-QTY.

       APPLY-PICKED-QTY.
       IF PICKED-QTY-FIELD > QUANTITY
           DISPLAY "Picked quantity exceeds the quantity ordered. "
           "Line left open."
               CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
                   LOG-MESSAGE-FIELD
           END-IF
           PERFORM COST-PICKED-LINE
           REWRITE ORDER-LINE-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating order line."
           DISPLAY "Line left open."
       END-IF.

      *Goods sent to a customer's consignment site are still ours:
      *they stay in the cost layers, so the books carry them at cost
      *until the customer reports using them, and the line carries
      *no cost of sale. The whole pick is treated as covered so no
      *vendor consignment is relieved for it either.
       COST-PICKED-LINE.
       MOVE LINE-PICKED-QTY TO CONSUME-QTY-WORK.
       IF ORDER-IS-CONSIGN-FILL
           CALL "get-current-cost" USING LINE-PRODUCT-ID
               FILL-UNIT-COST
           MOVE 0 TO LINE-COST-AMOUNT
           MOVE CONSUME-QTY-WORK TO CONSUMED-QTY-WORK
       ELSE
           CALL "consume-cost-layers" USING LINE-PRODUCT-ID
               CONSUME-QTY-WORK LINE-COST-AMOUNT
               CONSUMED-QTY-WORK
       END-IF.

      *Shipping is the moment stock actually leaves: the picked
      *quantity comes off on hand and the line's whole commitment is
      *released, shorted or not, because the line is closed.
               PERFORM CONSUME-LINE-LOTS
               PERFORM CAPTURE-SHIPPED-SERIALS
               PERFORM RELIEVE-CONSIGNMENT-STOCK
               IF ORDER-IS-CONSIGN-FILL
                   PERFORM TRANSFER-TO-CUSTOMER-SITE
               END-IF
               PERFORM POST-SHIPMENT-MOVEMENT
               IF PRODUCT-QUANTITY < PRODUCT-REORDER-POINT
                   CALL "raise-reorder-alert" USING PRODUCT-ID
               END-IF
       END-READ.

      *The units picked for a consignment fill join the customer's
      *site balance, which keeps an average cost of what was sent
      *so the site can be valued without walking the layers.
       TRANSFER-TO-CUSTOMER-SITE.
       MOVE SPACE TO FILL-LOCATION-ID.
       MOVE ORDER-CUSTOMER-ID TO SITE-CUSTOMER-ID.
       READ CUSTOMER-SITES-FILE RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE SITE-LOCATION-ID TO FILL-LOCATION-ID
       END-READ.
       MOVE ORDER-CUSTOMER-ID TO SSTOCK-CUSTOMER-ID.
       MOVE LINE-PRODUCT-ID TO SSTOCK-PRODUCT-ID.
       READ SITE-STOCK-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE SPACE TO SITE-STOCK-REGISTRATION
               MOVE ORDER-CUSTOMER-ID TO SSTOCK-CUSTOMER-ID
               MOVE LINE-PRODUCT-ID TO SSTOCK-PRODUCT-ID
               MOVE LINE-PICKED-QTY TO SSTOCK-QTY
               MOVE FILL-UNIT-COST TO SSTOCK-UNIT-COST
               MOVE CONFIRM-DATE TO SSTOCK-LAST-FILL-DATE
               MOVE 0 TO SSTOCK-LAST-USAGE-DATE
               MOVE 0 TO SSTOCK-LAST-COUNT-DATE
               MOVE SESSION-COMPANY-CODE TO SSTOCK-COMPANY-CODE
               WRITE SITE-STOCK-REGISTRATION
                   INVALID KEY
                       DISPLAY "Error writing site stock record."
               END-WRITE
           NOT INVALID KEY
               COMPUTE SSTOCK-UNIT-COST ROUNDED =
                   ((SSTOCK-QTY * SSTOCK-UNIT-COST)
                   + (LINE-PICKED-QTY * FILL-UNIT-COST))
                   / (SSTOCK-QTY + LINE-PICKED-QTY)
               ADD LINE-PICKED-QTY TO SSTOCK-QTY
               MOVE CONFIRM-DATE TO SSTOCK-LAST-FILL-DATE
               REWRITE SITE-STOCK-REGISTRATION
                   INVALID KEY
                       DISPLAY "Error updating site stock record."
               END-REWRITE
       END-READ.
       DISPLAY "Consignment fill: " LINE-PICKED-QTY
       " now held at customer " ORDER-CUSTOMER-ID "'s site.".

      *Every quantity that leaves the shelf leaves a movement
      *behind, so the ledger can always explain the balance.
       POST-SHIPMENT-MOVEMENT.
           CONFIRM-ORDER-ID DELIMITED BY SIZE
           INTO MOVEMENT-REFERENCE.
       MOVE "SALE" TO MOVEMENT-REASON.
       IF ORDER-IS-CONSIGN-FILL
           MOVE "CONSIGN FILL" TO MOVEMENT-REASON
           MOVE FILL-LOCATION-ID TO MOVEMENT-LOCATION-ID
           MOVE FILL-UNIT-COST TO MOVEMENT-UNIT-COST
       ELSE IF LINE-PICKED-QTY > 0
           COMPUTE MOVEMENT-UNIT-COST ROUNDED =
               LINE-COST-AMOUNT / LINE-PICKED-QTY
       ELSE
       PERFORM WRITE-MOVEMENT-RECORD UNTIL MOVEMENT-WRITE-OK = "Y".

       WRITE-MOVEMENT-RECORD.
       MOVE SESSION-COMPANY-CODE TO MOVEMENT-COMPANY-CODE.
       WRITE MOVEMENT-REGISTRATION
           INVALID KEY
               CALL "get-next-number" USING MOVEMENT-DOC-TYPE
       PERFORM COMPUTE-FREIGHT-CHARGE.
       MOVE 0 TO SHIPMENT-POD-DATE.
       MOVE SPACE TO SHIPMENT-POD-NAME.
       MOVE SPACE TO SHIPMENT-MANIFEST-STATUS.
       MOVE 0 TO SHIPMENT-MANIFEST-ID.
       WRITE SHIPMENT-REGISTRATION
           INVALID KEY
               DISPLAY "Error writing shipment record.".
           INVALID KEY
               DISPLAY "No carrier found with that code."
           NOT INVALID KEY
               PERFORM CHECK-CARRIER-HAZARDS
               IF CARRIER-OK = "Y"
                   AND CARRIER-IS-OWN-FLEET
                   DISPLAY "Own fleet - the shipment goes out on the "
                   "delivery route run."
               END-IF
       END-READ.

      *A carrier that refuses a hazard class on the shipment is
      *turned away here, before the goods are handed to it; another
      *carrier has to be named.
       CHECK-CARRIER-HAZARDS.
       MOVE "Y" TO CARRIER-OK.
       MOVE CONFIRM-ORDER-ID TO LINE-ORDER-ID.
       MOVE 0 TO LINE-NUMBER.
       MOVE 0 TO LINES-END-OF-FILE.
       START ORDER-LINES-FILE KEY IS >= ORDER-LINE-KEY
           INVALID KEY MOVE 1 TO LINES-END-OF-FILE.
       PERFORM CHECK-NEXT-LINE-HAZARD
           UNTIL LINES-END-OF-FILE = 1 OR CARRIER-OK = "N".

       CHECK-NEXT-LINE-HAZARD.
       READ ORDER-LINES-FILE NEXT RECORD
           AT END MOVE 1 TO LINES-END-OF-FILE
       END-READ.
       IF LINES-END-OF-FILE = 0
           IF LINE-ORDER-ID = CONFIRM-ORDER-ID
               IF LINE-STATUS = "Shipped"
                   AND LINE-PICKED-QTY > 0
                   PERFORM CHECK-ONE-LINE-HAZARD
               END-IF
           ELSE
               MOVE 1 TO LINES-END-OF-FILE
           END-IF
       END-IF.

       CHECK-ONE-LINE-HAZARD.
       MOVE LINE-PRODUCT-ID TO PRODUCT-ID.
       READ PRODUCTS-FILE RECORD
           INVALID KEY
               MOVE SPACE TO PRODUCT-HAZARD-CLASS
       END-READ.
       CALL "check-carrier-hazard" USING CARRIER-HAZARD-LIST
           PRODUCT-HAZARD-CLASS HAZARD-ALLOWED.
       IF HAZARD-ALLOWED = "N"
           MOVE "N" TO CARRIER-OK
           DISPLAY "Carrier " CARRIER-CODE " does not accept hazard "
           "class " PRODUCT-HAZARD-CLASS " (UN" PRODUCT-UN-NUMBER
           ", product " LINE-PRODUCT-ID ")."
           DISPLAY "Choose a carrier that takes this class."
           MOVE SPACE TO LOG-MESSAGE-FIELD
           STRING "Carrier refused for hazard class "
               DELIMITED BY SIZE
               PRODUCT-HAZARD-CLASS DELIMITED BY SIZE
               " on order " DELIMITED BY SIZE
               CONFIRM-ORDER-ID DELIMITED BY SIZE
               INTO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
       END-IF.

      *The billing program opens the same files this program holds,
      *so they are handed over for the duration of the call.
      *A consignment fill is not a sale and is never invoiced; the
      *customer is billed as usage is reported against the site.
       INVOICE-SHIPPED-ORDER.
       IF ORDER-IS-CONSIGN-FILL
           DISPLAY "Consignment fill - nothing is invoiced until "
           "the customer reports usage."
       ELSE
           CLOSE ORDERS-FILE
           CLOSE ORDER-LINES-FILE
           CALL "generate-invoice" USING CONFIRM-ORDER-ID
           OPEN I-O ORDERS-FILE
           OPEN I-O ORDER-LINES-FILE
       END-IF.

       LOG-STATUS-AUDIT.
       MOVE CONFIRM-ORDER-ID TO AUDIT-ORDER-ID.

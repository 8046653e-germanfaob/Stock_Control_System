       COPY "carton-physical-file.cbl".
       COPY "carton-line-physical-file.cbl".
       COPY "shipment-physical-file.cbl".
       COPY "physical-file.cbl".
       COPY "customer-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "carton-line-logic-file.cbl".
      * Logic file with shipment fields.
       COPY "shipment-logic-file.cbl".
      * Logic file with products fields.
       COPY "logic-file.cbl".
      * Logic file with customer fields.
       COPY "customer-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so the carton shows who packed it.
       77  CARTONS-PACKED PIC 9(3).
       77  SHIPMENT-EOF PIC 9.
       77  LAST-SHIPMENT-SEQ PIC 9(2).
       77  PACK-HAZARD-CLASS PIC X(3).
       77  MIX-OK PIC X.
       77  SLIP-LANGUAGE PIC X(2).
       77  SLIP-DESCRIPTION PIC X(80).
       77  DESCRIPTION-FOUND PIC X.
       COPY "order-notes.cbl".
       77  NOTES-IDX PIC 9(2).
      * Hazard classes already in the carton being packed.
       01  CARTON-HAZARD-COUNT PIC 9(2) VALUE 0.
       01  CARTON-HAZARD-TABLE.
           05  CARTON-HAZARD PIC X(3) OCCURS 20 TIMES.
       01  CARTON-HAZARD-IDX PIC 9(2).
      * Dangerous goods in the carton, totalled by hazard class.
       01  DG-COUNT PIC 9(2) VALUE 0.
       01  DG-TABLE.
           05  DG-ENTRY OCCURS 20 TIMES.
               10  DG-CLASS PIC X(3).
               10  DG-QTY   PIC 9(5).
       01  DG-IDX PIC 9(2).
       01  DG-FOUND PIC X.
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "PACKING-STATION".
       77  LOG-MESSAGE-FIELD PIC X(80).
       OPEN I-O CARTONS-FILE.
       OPEN I-O CARTON-LINES-FILE.
       OPEN I-O SHIPMENTS-FILE.
       OPEN I-O PRODUCTS-FILE.
       OPEN I-O CUSTOMERS-FILE.
       PERFORM PACKING-MENU.
       PERFORM PROCESS-OPTION UNTIL OPTION = 0.
       CLOSE ORDERS-FILE.
       CLOSE CARTONS-FILE.
       CLOSE CARTON-LINES-FILE.
       CLOSE SHIPMENTS-FILE.
       CLOSE PRODUCTS-FILE.
       CLOSE CUSTOMERS-FILE.
       GOBACK.

       PACKING-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Packing Station Menu"
       DISPLAY "1. Pack an order into cartons"
       READ ORDERS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND ORDER-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No order found with that id."
       ELSE IF ORDER-STATUS NOT = "Shipped"
           DISPLAY "Order " ORDER-ID " is " ORDER-STATUS
           " - only picked orders can be packed."
       ELSE
           PERFORM SET-SLIP-LANGUAGE
           PERFORM GET-PACKING-NOTES
           PERFORM SHOW-PICKED-LINES
           PERFORM SHOW-PACKING-NOTES
           MOVE 0 TO CARTONS-PACKED
           MOVE "Y" TO MORE-CARTONS
           PERFORM PACK-ONE-CARTON
           END-IF
       END-IF.

      *The slip goes in the box for the customer to check, so the
      *contents print in their language where a description exists.
       SET-SLIP-LANGUAGE.
       MOVE SPACE TO SLIP-LANGUAGE.
       MOVE ORDER-CUSTOMER-ID TO CUSTOMER-ID.
       READ CUSTOMERS-FILE RECORD
           NOT INVALID KEY
               MOVE CUSTOMER-LANGUAGE TO SLIP-LANGUAGE
       END-READ.

      *The packer's notes - the customer's standing instructions
      *and this order's own - are fetched once and shown at the
      *bench and on every slip.
       GET-PACKING-NOTES.
       MOVE ORDER-CUSTOMER-ID TO NOTES-CUSTOMER-ID.
       MOVE ORDER-ID TO NOTES-ORDER-ID.
       MOVE "K" TO NOTES-AUDIENCE.
       MOVE ORDER-SHIP-COMPLETE-FLAG TO NOTES-SHIP-COMPLETE.
       CALL "get-order-notes" USING NOTES-CUSTOMER-ID NOTES-ORDER-ID
           NOTES-AUDIENCE NOTES-SHIP-COMPLETE NOTES-COUNT NOTES-TABLE.

       SHOW-PACKING-NOTES.
       MOVE 1 TO NOTES-IDX.
       PERFORM SHOW-NEXT-NOTE UNTIL NOTES-IDX > NOTES-COUNT.

       SHOW-NEXT-NOTE.
       DISPLAY NOTES-LINE (NOTES-IDX).
       ADD 1 TO NOTES-IDX.

       SHOW-PICKED-LINES.
       DISPLAY "Picked lines on this order:".
       MOVE PACK-ORDER-ID TO LINE-ORDER-ID.
       MOVE SESSION-OPERATOR-ID TO CARTON-PACKED-BY.
       DISPLAY "Packing carton " WORK-CARTON-NO ".".
       MOVE 0 TO NEXT-CLINE-SEQ.
       MOVE 0 TO CARTON-HAZARD-COUNT.
       MOVE "Y" TO MORE-CONTENTS.
       PERFORM SCAN-LINE-INTO-CARTON
           UNTIL MORE-CONTENTS NOT = "Y".
                   CALL "log-exception" USING
                       LOG-PROGRAM-NAME-FIELD LOG-MESSAGE-FIELD
               ELSE
                   PERFORM CHECK-CARTON-HAZARD
                   IF MIX-OK = "Y"
                       PERFORM WRITE-CARTON-LINE
                   END-IF
               END-IF
           END-IF
       END-IF.
       WRITE CARTON-LINE-REGISTRATION
           INVALID KEY
               DISPLAY "Error writing carton content line.".
       PERFORM NOTE-CARTON-HAZARD.

      *Dangerous goods that react with each other never share a
      *carton: the line is refused and goes in a carton of its own.
       CHECK-CARTON-HAZARD.
       MOVE "Y" TO MIX-OK.
       MOVE LINE-PRODUCT-ID TO PRODUCT-ID.
       READ PRODUCTS-FILE RECORD
           INVALID KEY
               MOVE SPACE TO PRODUCT-HAZARD-CLASS
       END-READ.
       MOVE PRODUCT-HAZARD-CLASS TO PACK-HAZARD-CLASS.
       IF PACK-HAZARD-CLASS NOT = SPACE
           MOVE 1 TO CARTON-HAZARD-IDX
           PERFORM CHECK-NEXT-CARTON-HAZARD
               UNTIL CARTON-HAZARD-IDX > CARTON-HAZARD-COUNT
               OR MIX-OK = "N"
       END-IF.

       CHECK-NEXT-CARTON-HAZARD.
       CALL "check-hazard-mix" USING PACK-HAZARD-CLASS
           CARTON-HAZARD (CARTON-HAZARD-IDX) MIX-OK.
       IF MIX-OK = "N"
           DISPLAY "Hazard class " PACK-HAZARD-CLASS
           " cannot share a carton with class "
           CARTON-HAZARD (CARTON-HAZARD-IDX)
           " already packed. Pack it in another carton."
           MOVE SPACE TO LOG-MESSAGE-FIELD
           STRING "Incompatible hazard classes refused in carton, "
               DELIMITED BY SIZE
               "product " DELIMITED BY SIZE
               LINE-PRODUCT-ID DELIMITED BY SIZE
               INTO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
       ELSE
           ADD 1 TO CARTON-HAZARD-IDX
       END-IF.

       NOTE-CARTON-HAZARD.
       IF PACK-HAZARD-CLASS NOT = SPACE
           AND CARTON-HAZARD-COUNT < 20
           ADD 1 TO CARTON-HAZARD-COUNT
           MOVE PACK-HAZARD-CLASS
               TO CARTON-HAZARD (CARTON-HAZARD-COUNT)
       END-IF.

       PRINT-PACKING-SLIP.
       DISPLAY " ".
       DISPLAY "Order: " PACK-ORDER-ID
       " Carton: " WORK-CARTON-NO
       " Weight: " CARTON-WEIGHT.
       PERFORM SHOW-PACKING-NOTES.
       DISPLAY "------------------------------------------".
       PERFORM LIST-CARTON-CONTENTS.
       PERFORM PRINT-DG-DECLARATION.
       DISPLAY "==========================================".

      *Any dangerous goods in the carton are declared under the
      *slip: UN number, class and quantity per line, then the total
      *quantity of each class.
       PRINT-DG-DECLARATION.
       MOVE 0 TO DG-COUNT.
       MOVE PACK-ORDER-ID TO CLINE-ORDER-ID.
       MOVE WORK-CARTON-NO TO CLINE-CARTON-NO.
       MOVE 0 TO CLINE-SEQ.
       MOVE 0 TO SCAN-EOF.
       START CARTON-LINES-FILE KEY IS >= CARTON-LINE-KEY
           INVALID KEY MOVE 1 TO SCAN-EOF.
       PERFORM DECLARE-NEXT-CARTON-LINE UNTIL SCAN-EOF = 1.
       IF DG-COUNT > 0
           DISPLAY "Total quantity per class:"
           MOVE 1 TO DG-IDX
           PERFORM SHOW-NEXT-DG-TOTAL UNTIL DG-IDX > DG-COUNT
       END-IF.

       DECLARE-NEXT-CARTON-LINE.
       READ CARTON-LINES-FILE NEXT RECORD
           AT END MOVE 1 TO SCAN-EOF
       END-READ.
       IF SCAN-EOF = 0
           IF CLINE-ORDER-ID = PACK-ORDER-ID
               AND CLINE-CARTON-NO = WORK-CARTON-NO
               PERFORM DECLARE-ONE-CARTON-LINE
           ELSE
               MOVE 1 TO SCAN-EOF
           END-IF
       END-IF.

       DECLARE-ONE-CARTON-LINE.
       MOVE CLINE-PRODUCT-ID TO PRODUCT-ID.
       READ PRODUCTS-FILE RECORD
           INVALID KEY
               MOVE SPACE TO PRODUCT-HAZARD-CLASS
       END-READ.
       IF PRODUCT-HAZARD-CLASS NOT = SPACE
           IF DG-COUNT = 0
               DISPLAY "------------------------------------------"
               DISPLAY "DANGEROUS GOODS DECLARATION"
           END-IF
           DISPLAY "  UN" PRODUCT-UN-NUMBER
           " Class " PRODUCT-HAZARD-CLASS
           " Qty " CLINE-QTY " " CLINE-PRODUCT-NAME
           PERFORM ADD-TO-DG-TOTAL
       END-IF.

       ADD-TO-DG-TOTAL.
       MOVE "N" TO DG-FOUND.
       MOVE 1 TO DG-IDX.
       PERFORM FIND-DG-ROW
           UNTIL DG-FOUND = "Y" OR DG-IDX > DG-COUNT.
       IF DG-FOUND = "N" AND DG-COUNT < 20
           ADD 1 TO DG-COUNT
           MOVE DG-COUNT TO DG-IDX
           MOVE PRODUCT-HAZARD-CLASS TO DG-CLASS (DG-IDX)
           MOVE 0 TO DG-QTY (DG-IDX)
           MOVE "Y" TO DG-FOUND
       END-IF.
       IF DG-FOUND = "Y"
           ADD CLINE-QTY TO DG-QTY (DG-IDX)
       END-IF.

       FIND-DG-ROW.
       IF DG-CLASS (DG-IDX) = PRODUCT-HAZARD-CLASS
           MOVE "Y" TO DG-FOUND
       ELSE
           ADD 1 TO DG-IDX.

       SHOW-NEXT-DG-TOTAL.
       DISPLAY "  Class " DG-CLASS (DG-IDX)
       " total quantity " DG-QTY (DG-IDX).
       ADD 1 TO DG-IDX.

       LIST-CARTON-CONTENTS.
       MOVE PACK-ORDER-ID TO CLINE-ORDER-ID.
       MOVE WORK-CARTON-NO TO CLINE-CARTON-NO.
       IF SCAN-EOF = 0
           IF CLINE-ORDER-ID = PACK-ORDER-ID
               AND CLINE-CARTON-NO = WORK-CARTON-NO
               CALL "get-product-description" USING SLIP-LANGUAGE
                   CLINE-PRODUCT-ID CLINE-PRODUCT-NAME
                   SLIP-DESCRIPTION DESCRIPTION-FOUND
               DISPLAY "  " CLINE-QTY " x " SLIP-DESCRIPTION
           ELSE
               MOVE 1 TO SCAN-EOF
           END-IF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM REWRITE-SHIPMENT-CARTONS
           END-READ
       END-IF.

      *Once the carrier has signed for a consignment on the manifest
      *its carton count is what was handed over; a later repack
      *goes out as a new shipment on a supplementary manifest.
       REWRITE-SHIPMENT-CARTONS.
       IF SHIPMENT-IS-MANIFESTED
           DISPLAY "Shipment " SHIPMENT-SEQ " is on carrier manifest "
           SHIPMENT-MANIFEST-ID " - carton count not changed."
           MOVE "Carton repack after carrier close-out."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
       ELSE IF SHIPMENT-ON-ROUTE
           DISPLAY "Shipment " SHIPMENT-SEQ " is on delivery run "
           SHIPMENT-MANIFEST-ID " - carton count not changed."
           MOVE "Carton repack after the van was loaded."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
       ELSE
           MOVE CARTONS-PACKED TO SHIPMENT-CARTONS
           REWRITE SHIPMENT-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating shipment record."
           END-REWRITE
       END-IF.

       SCAN-LAST-SHIPMENT.
       READ SHIPMENTS-FILE NEXT RECORD
           AT END MOVE 1 TO SHIPMENT-EOF
       PRINT-CARTON-MANIFEST.
       DISPLAY "Enter the order id: ".
       ACCEPT PACK-ORDER-ID.
       MOVE SPACE TO SLIP-LANGUAGE.
       DISPLAY " ".
       DISPLAY "=========== CARTON MANIFEST - ORDER "
           PACK-ORDER-ID.

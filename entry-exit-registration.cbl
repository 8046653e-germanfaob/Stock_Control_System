       COPY "serial-physical-file.cbl".
       COPY "consignment-physical-file.cbl".
       COPY "vendor-physical-file.cbl".
       COPY "asn-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "consignment-logic-file.cbl".
      * Logic file with vendor fields.
       COPY "vendor-logic-file.cbl".
      * Logic file with advance ship notice fields.
       COPY "asn-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so new records carry the company.
       COPY "session-data.cbl".
       01  OPTION PIC 9.
       77  RECORD-FOUND PIC X.
       77  PRODUCT-ID-FIELD PIC X(15).
       77  BO-AVAILABLE PIC S9(6).
       77  AVAILABLE-QUANTITY PIC S9(6).
       77  OLD-ALLOCATED PIC 9(5).
      * Expected receipts staged from the vendor's advance ship
      * notice for the PO line in hand, gathered by lot so each lot
      * books as its own receipt with its own expiry and serials.
       01  ASN-LOT-COUNT PIC 9(2) VALUE 0.
       01  ASN-LOT-TABLE.
           05  ASN-LOT-ENTRY OCCURS 20 TIMES.
               10  ASN-LOT-TABLE-NUMBER PIC X(10).
               10  ASN-LOT-TABLE-EXPIRY PIC 9(8).
               10  ASN-LOT-TABLE-QTY    PIC 9(5).
       01  ASN-LOT-IDX PIC 9(2).
       77  ASN-LOT-FOUND PIC X.
       77  ASN-STAGED-QTY PIC 9(7).
       77  ASN-SCAN-END PIC 9.
       77  ASN-IN-USE PIC X VALUE "N".
       77  ASN-CLOSE-STATUS PIC X(10).
      * Over-receipts are allowed up to this percentage beyond the
      * ordered quantity; anything past it is turned away.
       77  OVER-RECEIPT-TOLERANCE-PCT PIC 9(3) VALUE 10.
      * Directed putaway: every bin with its slot, its capacity and
      * what is already in it, and the plan built for one receipt.
       01  PA-BIN-COUNT PIC 9(3) VALUE 0.
       01  PA-BIN-TABLE.
           05  PA-BIN-ENTRY OCCURS 300 TIMES.
               10  PA-BIN-ID          PIC X(6).
               10  PA-BIN-AISLE       PIC X(3).
               10  PA-BIN-BAY         PIC X(3).
               10  PA-BIN-LEVEL       PIC X(3).
               10  PA-BIN-MAX-VOLUME  PIC 9(6)V999.
               10  PA-BIN-MAX-WEIGHT  PIC 9(6)V99.
               10  PA-BIN-USED-VOLUME PIC 9(9)V999.
               10  PA-BIN-USED-WEIGHT PIC 9(9)V99.
               10  PA-BIN-ROWS        PIC 9(3).
               10  PA-BIN-HOLDS       PIC X.
               10  PA-BIN-TAKEN       PIC X.
               10  PA-BIN-DISTANCE    PIC 9(6).
       01  PA-BIN-IDX PIC 9(3).
       01  PA-BEST-IDX PIC 9(3).
       01  PA-HOME-IDX PIC 9(3).
       01  PA-BIN-FOUND PIC X.
       01  PA-PLAN-COUNT PIC 9(2) VALUE 0.
       01  PA-PLAN-TABLE.
           05  PA-PLAN-ENTRY OCCURS 11 TIMES.
               10  PA-PLAN-BIN PIC X(6).
               10  PA-PLAN-QTY PIC 9(5).
               10  PA-PLAN-WHY PIC X(12).
       01  PA-PLAN-IDX PIC 9(2).
       77  PA-PRODUCT-ID PIC X(15).
       77  PA-UNIT-VOLUME PIC 9(3)V999.
       77  PA-UNIT-WEIGHT PIC 9(3)V99.
       77  PA-HOME-AISLE PIC X(3).
       77  PA-HOME-BAY PIC X(3).
       77  PA-HOME-LEVEL PIC X(3).
       77  PA-LEFT-QTY PIC 9(5).
       77  PA-ROOM PIC 9(9).
       77  PA-ROOM-PART PIC 9(9).
       77  PA-FREE-VOLUME PIC S9(9)V999.
       77  PA-FREE-WEIGHT PIC S9(9)V99.
       77  PA-WANT-HOLDS PIC X.
       77  PA-WHY PIC X(12).
       77  PA-SCAN-EOF PIC 9.
       77  PA-SLOT-A PIC X(3).
       77  PA-SLOT-B PIC X(3).
       77  PA-GAP PIC 9(3).
       77  PA-GAP-A PIC 9(3).
       77  PA-GAP-B PIC 9(3).
       77  PA-CONFIRM-BIN PIC X(6).
       77  PA-QTY-EDIT PIC Z(4)9.
       01  REPORT-LINE-BUFFER PIC X(132).
       77  SPOOL-ACTION PIC X.
       77  SPOOL-REPORT-NAME PIC X(12) VALUE "PUTAWAY".
       77  MOVEMENT-DOC-TYPE PIC X(10)
           VALUE "MOVEMENT".
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "ENTRY-EXIT-REG".
       77  LOG-MESSAGE-FIELD PIC X(80).

       PROCEDURE DIVISION.
       OPEN I-O SERIALS-FILE.
       OPEN I-O CONSIGNMENTS-FILE.
       OPEN I-O VENDORS-FILE.
       OPEN I-O ASN-LINES-FILE.
       PERFORM ENTRY-EXIT-MENU.
       PERFORM PROCESS-OPTION UNTIL OPTION = 0.
       CLOSE PRODUCTS-FILE.
       CLOSE SERIALS-FILE.
       CLOSE CONSIGNMENTS-FILE.
       CLOSE VENDORS-FILE.
       CLOSE ASN-LINES-FILE.
       GOBACK.

       ENTRY-EXIT-MENU.
       CALL "show-training-banner".
       DISPLAY "Entry and Exit Registration Menu"
       DISPLAY "1. Register goods entry (receipt)"
       DISPLAY "2. Register goods exit (issue)"
       PERFORM WRITE-MOVEMENT-RECORD UNTIL MOVEMENT-WRITE-OK = "Y".

       WRITE-MOVEMENT-RECORD.
       MOVE SESSION-COMPANY-CODE TO MOVEMENT-COMPANY-CODE.
       WRITE MOVEMENT-REGISTRATION
           INVALID KEY
               CALL "get-next-number" USING MOVEMENT-DOC-TYPE
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND MOVEMENT-COMPANY-CODE = SESSION-COMPANY-CODE
           IF MOVEMENT-PRODUCT-ID = HISTORY-PRODUCT-ID
               DISPLAY "Movement: " MOVEMENT-ID
               " Type: " MOVEMENT-TYPE
       READ PURCHASE-ORDERS-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND PO-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No purchase order found with that id."
       ELSE IF PO-STATUS NOT = "Open"
       DISPLAY "  Ordered: " PO-LINE-ORDERED-QTY
       " Received so far: " PO-LINE-RECEIVED-QTY
       " Outstanding: " OUTSTANDING-QTY.
       MOVE "N" TO ASN-IN-USE.
       PERFORM GATHER-STAGED-ASN.
       IF ASN-STAGED-QTY > 0
           PERFORM OFFER-STAGED-ASN
       END-IF.
       IF ASN-IN-USE = "Y" OR ASN-IN-USE = "A"
           PERFORM RECEIVE-STAGED-ASN
       ELSE IF ASN-IN-USE = "N"
           PERFORM RECEIVE-KEYED-QUANTITY.
       MOVE "N" TO ASN-IN-USE.

      *A receipt keyed by hand against a line the vendor had
      *notified still clears the notice, marked as adjusted, so it
      *no longer shows as due.
       RECEIVE-KEYED-QUANTITY.
       DISPLAY "Enter the quantity received now (0 to skip): ".
       ACCEPT RECEIPT-QTY.
       IF RECEIPT-QTY > 0
           PERFORM CHECK-RECEIPT-TOLERANCE
           IF RECEIPT-QTY > 0
               PERFORM BOOK-PO-RECEIPT
               IF RECORD-FOUND = "S" AND ASN-STAGED-QTY > 0
                   MOVE "Adjusted" TO ASN-CLOSE-STATUS
                   PERFORM CLOSE-STAGED-ASN
               END-IF
           END-IF
       END-IF.

      *The vendor's notice for the line is gathered lot by lot, with
      *the units it says are on the truck.
       GATHER-STAGED-ASN.
       MOVE 0 TO ASN-STAGED-QTY.
       MOVE 0 TO ASN-LOT-COUNT.
       MOVE RECEIPT-PO-ID TO ASN-PO-ID.
       MOVE PO-LINE-NUMBER TO ASN-PO-LINE.
       MOVE 0 TO ASN-SEQUENCE.
       MOVE 0 TO ASN-SCAN-END.
       START ASN-LINES-FILE KEY IS >= ASN-KEY
           INVALID KEY MOVE 1 TO ASN-SCAN-END.
       PERFORM GATHER-NEXT-STAGED-ROW UNTIL ASN-SCAN-END = 1.

       GATHER-NEXT-STAGED-ROW.
       READ ASN-LINES-FILE NEXT RECORD
           AT END MOVE 1 TO ASN-SCAN-END
       END-READ.
       IF ASN-SCAN-END = 0
           IF ASN-PO-ID NOT = RECEIPT-PO-ID
               OR ASN-PO-LINE NOT = PO-LINE-NUMBER
               MOVE 1 TO ASN-SCAN-END
           ELSE IF ASN-IS-STAGED
               PERFORM ADD-STAGED-ROW-TO-LOT
           END-IF
       END-IF.

       ADD-STAGED-ROW-TO-LOT.
       MOVE "N" TO ASN-LOT-FOUND.
       MOVE 1 TO ASN-LOT-IDX.
       PERFORM CHECK-STAGED-LOT
           UNTIL ASN-LOT-FOUND = "Y" OR ASN-LOT-IDX > ASN-LOT-COUNT.
       IF ASN-LOT-FOUND = "N"
           IF ASN-LOT-COUNT < 20
               ADD 1 TO ASN-LOT-COUNT
               MOVE ASN-LOT-COUNT TO ASN-LOT-IDX
               MOVE ASN-LOT-NUMBER
                   TO ASN-LOT-TABLE-NUMBER (ASN-LOT-IDX)
               MOVE ASN-EXPIRY-DATE
                   TO ASN-LOT-TABLE-EXPIRY (ASN-LOT-IDX)
               MOVE 0 TO ASN-LOT-TABLE-QTY (ASN-LOT-IDX)
               MOVE "Y" TO ASN-LOT-FOUND
           ELSE
               MOVE "Ship notice has too many lots for one PO line."
                   TO LOG-MESSAGE-FIELD
               CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
                   LOG-MESSAGE-FIELD
           END-IF
       END-IF.
       IF ASN-LOT-FOUND = "Y"
           ADD ASN-QTY TO ASN-LOT-TABLE-QTY (ASN-LOT-IDX)
           ADD ASN-QTY TO ASN-STAGED-QTY
       END-IF.

       CHECK-STAGED-LOT.
       IF ASN-LOT-TABLE-NUMBER (ASN-LOT-IDX) = ASN-LOT-NUMBER
           MOVE "Y" TO ASN-LOT-FOUND
       ELSE
           ADD 1 TO ASN-LOT-IDX.

      *The clerk checks the truck against the notice: take it as
      *notified, correct the count lot by lot, key the whole line by
      *hand when the delivery bears no resemblance to the notice, or
      *leave the line for a later delivery.
       OFFER-STAGED-ASN.
       DISPLAY "  Ship notice: " ASN-STAGED-QTY " units staged in "
           ASN-LOT-COUNT " lot(s).".
       MOVE 1 TO ASN-LOT-IDX.
       PERFORM SHOW-STAGED-LOT UNTIL ASN-LOT-IDX > ASN-LOT-COUNT.
       DISPLAY "Receive as (N)otified, (A)djust the counts, "
           "(K)ey by hand or (S)kip? ".
       ACCEPT ASN-IN-USE.
       IF ASN-IN-USE = "n" OR ASN-IN-USE = "N"
           MOVE "Y" TO ASN-IN-USE
       ELSE IF ASN-IN-USE = "a"
           MOVE "A" TO ASN-IN-USE
       ELSE IF ASN-IN-USE = "k" OR ASN-IN-USE = "K"
           MOVE "N" TO ASN-IN-USE
       ELSE IF ASN-IN-USE = "s"
           MOVE "S" TO ASN-IN-USE.
       IF ASN-IN-USE NOT = "Y" AND ASN-IN-USE NOT = "A"
           AND ASN-IN-USE NOT = "N" AND ASN-IN-USE NOT = "S"
           DISPLAY "Enter N, A, K or S."
           PERFORM OFFER-STAGED-ASN
       END-IF.

       SHOW-STAGED-LOT.
       DISPLAY "    Lot " ASN-LOT-TABLE-NUMBER (ASN-LOT-IDX)
           " expiry " ASN-LOT-TABLE-EXPIRY (ASN-LOT-IDX)
           " qty " ASN-LOT-TABLE-QTY (ASN-LOT-IDX).
       ADD 1 TO ASN-LOT-IDX.

       RECEIVE-STAGED-ASN.
       MOVE "Received" TO ASN-CLOSE-STATUS.
       MOVE 1 TO ASN-LOT-IDX.
       PERFORM RECEIVE-ONE-STAGED-LOT
           UNTIL ASN-LOT-IDX > ASN-LOT-COUNT.
       PERFORM CLOSE-STAGED-ASN.

       RECEIVE-ONE-STAGED-LOT.
       MOVE ASN-LOT-TABLE-QTY (ASN-LOT-IDX) TO RECEIPT-QTY.
       IF ASN-IN-USE = "A"
           DISPLAY "Lot " ASN-LOT-TABLE-NUMBER (ASN-LOT-IDX)
               " - " ASN-LOT-TABLE-QTY (ASN-LOT-IDX)
               " notified. Enter the quantity received: "
           ACCEPT RECEIPT-QTY
           IF RECEIPT-QTY NOT = ASN-LOT-TABLE-QTY (ASN-LOT-IDX)
               MOVE "Adjusted" TO ASN-CLOSE-STATUS
           END-IF
       END-IF.
       IF RECEIPT-QTY > 0
           PERFORM CHECK-RECEIPT-TOLERANCE
           IF RECEIPT-QTY > 0
               PERFORM BOOK-PO-RECEIPT
           END-IF
       END-IF.
       ADD 1 TO ASN-LOT-IDX.

      *Once the line has been received the notice's rows for it are
      *closed, received as notified or adjusted, so the due report
      *stops listing them.
       CLOSE-STAGED-ASN.
       MOVE RECEIPT-PO-ID TO ASN-PO-ID.
       MOVE PO-LINE-NUMBER TO ASN-PO-LINE.
       MOVE 0 TO ASN-SEQUENCE.
       MOVE 0 TO ASN-SCAN-END.
       START ASN-LINES-FILE KEY IS >= ASN-KEY
           INVALID KEY MOVE 1 TO ASN-SCAN-END.
       PERFORM CLOSE-NEXT-STAGED-ROW UNTIL ASN-SCAN-END = 1.

       CLOSE-NEXT-STAGED-ROW.
       READ ASN-LINES-FILE NEXT RECORD
           AT END MOVE 1 TO ASN-SCAN-END
       END-READ.
       IF ASN-SCAN-END = 0
           IF ASN-PO-ID NOT = RECEIPT-PO-ID
               OR ASN-PO-LINE NOT = PO-LINE-NUMBER
               MOVE 1 TO ASN-SCAN-END
           ELSE IF ASN-IS-STAGED
               MOVE ASN-CLOSE-STATUS TO ASN-STATUS
               ACCEPT ASN-RECEIVED-DATE FROM DATE YYYYMMDD
               REWRITE ASN-REGISTRATION
                   INVALID KEY
                       DISPLAY "Error updating ASN record."
               END-REWRITE
           END-IF
       END-IF.

               DISPLAY "Landed unit cost: " MOVEMENT-UNIT-COST
           END-IF
           PERFORM ASK-CONSIGNMENT-FLAG-PO
           PERFORM SET-QC-HOLD-FLAG-PO
           IF QC-HOLD-RECEIPT = "Y"
               PERFORM ASK-MOVEMENT-LOCATION
               MOVE MOVEMENT-LOCATION-FIELD TO MOVEMENT-LOCATION-ID
           ELSE
               PERFORM DIRECT-PUTAWAY
           END-IF
           PERFORM ASK-AND-BOOK-LOT
      *A QC-held receipt posts no entry movement here: the single
      *"E" goes on the ledger when the inspection releases it to
      *stock, the same way a quarantined return posts only at its
               PERFORM ASK-AND-BOOK-SERIALS
               PERFORM UPDATE-PO-LINE-RECEIVED
           ELSE
               PERFORM POST-PUTAWAY-STOCK
               IF MOVEMENT-WRITE-OK = "Y"
                   MOVE PRODUCT-QUANTITY TO OLD-QUANTITY
                   ADD RECEIPT-QTY TO PRODUCT-QUANTITY
                   PERFORM REWRITE-PRODUCT-RECORD
                   PERFORM LOG-QUANTITY-CHANGE
                   IF CONSIGNED-RECEIPT = "Y"
                       MOVE PO-VENDOR-ID TO CONSIGN-ASK-VENDOR
                       PERFORM BOOK-CONSIGNMENT-STOCK
           END-WRITE
       END-IF.

      *Directed putaway. A receipt goes first to the product's home
      *bin as far as its capacity allows, then to the nearest bins
      *already holding the product, then to the nearest empty bins;
      *whatever still finds no room is left to the clerk. The list
      *is printed and each bin confirmed or overridden at the shelf.
       DIRECT-PUTAWAY.
       MOVE PRODUCT-ID TO PA-PRODUCT-ID.
       MOVE PRODUCT-VOLUME TO PA-UNIT-VOLUME.
       MOVE PRODUCT-WEIGHT TO PA-UNIT-WEIGHT.
       MOVE PRODUCT-BIN-AISLE TO PA-HOME-AISLE.
       MOVE PRODUCT-BIN-BAY TO PA-HOME-BAY.
       MOVE PRODUCT-BIN-LEVEL TO PA-HOME-LEVEL.
       PERFORM LOAD-PUTAWAY-BINS.
       PERFORM LOAD-BIN-CONTENTS.
      *The bins were loaded off other product records; the one
      *being received is read back, and locked again, for booking.
       MOVE PA-PRODUCT-ID TO PRODUCT-ID.
       READ PRODUCTS-FILE RECORD WITH LOCK
           INVALID KEY
               DISPLAY "Product on PO line no longer on file."
       END-READ.
       MOVE 0 TO PA-PLAN-COUNT.
       MOVE RECEIPT-QTY TO PA-LEFT-QTY.
       IF PA-HOME-IDX > 0
           MOVE PA-HOME-IDX TO PA-BEST-IDX
           MOVE "Home bin" TO PA-WHY
           PERFORM PLAN-PUTAWAY-BIN
       END-IF.
       MOVE "Y" TO PA-WANT-HOLDS.
       MOVE "Holds it" TO PA-WHY.
       MOVE 1 TO PA-BEST-IDX.
       PERFORM PLAN-NEAREST-BIN
           UNTIL PA-LEFT-QTY = 0 OR PA-BEST-IDX = 0
           OR PA-PLAN-COUNT = 10.
       MOVE "N" TO PA-WANT-HOLDS.
       MOVE "Empty bin" TO PA-WHY.
       MOVE 1 TO PA-BEST-IDX.
       PERFORM PLAN-NEAREST-BIN
           UNTIL PA-LEFT-QTY = 0 OR PA-BEST-IDX = 0
           OR PA-PLAN-COUNT = 10.
       IF PA-LEFT-QTY > 0
           ADD 1 TO PA-PLAN-COUNT
           MOVE SPACE TO PA-PLAN-BIN (PA-PLAN-COUNT)
           MOVE PA-LEFT-QTY TO PA-PLAN-QTY (PA-PLAN-COUNT)
           MOVE "No room" TO PA-PLAN-WHY (PA-PLAN-COUNT)
           MOVE 0 TO PA-LEFT-QTY
       END-IF.
       PERFORM PRINT-PUTAWAY-LIST.
       MOVE 1 TO PA-PLAN-IDX.
       PERFORM CONFIRM-PUTAWAY-BIN UNTIL PA-PLAN-IDX > PA-PLAN-COUNT.
       MOVE PA-PLAN-BIN (1) TO MOVEMENT-LOCATION-ID.

       LOAD-PUTAWAY-BINS.
       MOVE 0 TO PA-BIN-COUNT.
       MOVE 0 TO PA-HOME-IDX.
       MOVE LOW-VALUES TO LOCATION-ID.
       MOVE 0 TO PA-SCAN-EOF.
       START LOCATIONS-FILE KEY IS >= LOCATION-ID
           INVALID KEY MOVE 1 TO PA-SCAN-EOF.
       PERFORM LOAD-NEXT-PUTAWAY-BIN UNTIL PA-SCAN-EOF = 1.

       LOAD-NEXT-PUTAWAY-BIN.
       READ LOCATIONS-FILE NEXT RECORD
           AT END MOVE 1 TO PA-SCAN-EOF
       END-READ.
       IF PA-SCAN-EOF = 0 AND PA-BIN-COUNT < 300
           ADD 1 TO PA-BIN-COUNT
           MOVE PA-BIN-COUNT TO PA-BIN-IDX
           MOVE LOCATION-ID TO PA-BIN-ID (PA-BIN-IDX)
           MOVE LOCATION-AISLE TO PA-BIN-AISLE (PA-BIN-IDX)
           MOVE LOCATION-BAY TO PA-BIN-BAY (PA-BIN-IDX)
           MOVE LOCATION-LEVEL TO PA-BIN-LEVEL (PA-BIN-IDX)
           MOVE LOCATION-MAX-VOLUME TO PA-BIN-MAX-VOLUME (PA-BIN-IDX)
           MOVE LOCATION-MAX-WEIGHT TO PA-BIN-MAX-WEIGHT (PA-BIN-IDX)
           MOVE 0 TO PA-BIN-USED-VOLUME (PA-BIN-IDX)
           MOVE 0 TO PA-BIN-USED-WEIGHT (PA-BIN-IDX)
           MOVE 0 TO PA-BIN-ROWS (PA-BIN-IDX)
           MOVE "N" TO PA-BIN-HOLDS (PA-BIN-IDX)
           MOVE "N" TO PA-BIN-TAKEN (PA-BIN-IDX)
           PERFORM FIND-BIN-DISTANCE
           IF PA-BIN-DISTANCE (PA-BIN-IDX) = 0
               AND PA-HOME-AISLE NOT = SPACE
               AND PA-HOME-IDX = 0
               MOVE PA-BIN-IDX TO PA-HOME-IDX
           END-IF
       END-IF.

      *Distance from the home bin, counted so that another aisle is
      *further than any bay in this one, and another bay further
      *than any level in it.
       FIND-BIN-DISTANCE.
       MOVE PA-BIN-AISLE (PA-BIN-IDX) TO PA-SLOT-A.
       MOVE PA-HOME-AISLE TO PA-SLOT-B.
       PERFORM FIND-SLOT-GAP.
       COMPUTE PA-BIN-DISTANCE (PA-BIN-IDX) = PA-GAP * 1000.
       MOVE PA-BIN-BAY (PA-BIN-IDX) TO PA-SLOT-A.
       MOVE PA-HOME-BAY TO PA-SLOT-B.
       PERFORM FIND-SLOT-GAP.
       COMPUTE PA-BIN-DISTANCE (PA-BIN-IDX) =
           PA-BIN-DISTANCE (PA-BIN-IDX) + (PA-GAP * 10).
       MOVE PA-BIN-LEVEL (PA-BIN-IDX) TO PA-SLOT-A.
       MOVE PA-HOME-LEVEL TO PA-SLOT-B.
       PERFORM FIND-SLOT-GAP.
       ADD PA-GAP TO PA-BIN-DISTANCE (PA-BIN-IDX).

      *Slots are numbered (001) or lettered and numbered (A01);
      *anything else is simply far away.
       FIND-SLOT-GAP.
       IF PA-SLOT-A = PA-SLOT-B
           MOVE 0 TO PA-GAP
       ELSE IF PA-SLOT-A IS NUMERIC AND PA-SLOT-B IS NUMERIC
           MOVE PA-SLOT-A TO PA-GAP-A
           MOVE PA-SLOT-B TO PA-GAP-B
           PERFORM FIND-NUMBER-GAP
       ELSE IF PA-SLOT-A (1:1) = PA-SLOT-B (1:1)
           AND PA-SLOT-A (2:2) IS NUMERIC
           AND PA-SLOT-B (2:2) IS NUMERIC
           MOVE PA-SLOT-A (2:2) TO PA-GAP-A
           MOVE PA-SLOT-B (2:2) TO PA-GAP-B
           PERFORM FIND-NUMBER-GAP
       ELSE
           MOVE 99 TO PA-GAP
       END-IF.

       FIND-NUMBER-GAP.
       IF PA-GAP-A > PA-GAP-B
           COMPUTE PA-GAP = PA-GAP-A - PA-GAP-B
       ELSE
           COMPUTE PA-GAP = PA-GAP-B - PA-GAP-A
       END-IF.
       IF PA-GAP > 99
           MOVE 99 TO PA-GAP
       END-IF.

      *What is in each bin now, by volume and weight, off the stock
      *by location rows and the products' unit sizes.
       LOAD-BIN-CONTENTS.
       MOVE LOW-VALUES TO STOCK-LOCATION-KEY.
       MOVE 0 TO PA-SCAN-EOF.
       START STOCK-LOCATIONS-FILE KEY IS >= STOCK-LOCATION-KEY
           INVALID KEY MOVE 1 TO PA-SCAN-EOF.
       PERFORM LOAD-NEXT-BIN-ROW UNTIL PA-SCAN-EOF = 1.

       LOAD-NEXT-BIN-ROW.
       READ STOCK-LOCATIONS-FILE NEXT RECORD
           AT END MOVE 1 TO PA-SCAN-EOF
       END-READ.
       IF PA-SCAN-EOF = 0
           IF STOCK-LOCATION-QTY > 0
               PERFORM FIND-PA-BIN
               IF PA-BIN-FOUND = "Y"
                   PERFORM ADD-ROW-TO-BIN
               END-IF
           END-IF
       END-IF.

       FIND-PA-BIN.
       MOVE "N" TO PA-BIN-FOUND.
       MOVE 1 TO PA-BIN-IDX.
       PERFORM CHECK-PA-BIN-ID
           UNTIL PA-BIN-FOUND = "Y" OR PA-BIN-IDX > PA-BIN-COUNT.

       CHECK-PA-BIN-ID.
       IF PA-BIN-ID (PA-BIN-IDX) = STOCK-LOCATION-ID
           MOVE "Y" TO PA-BIN-FOUND
       ELSE
           ADD 1 TO PA-BIN-IDX.

       ADD-ROW-TO-BIN.
       ADD 1 TO PA-BIN-ROWS (PA-BIN-IDX).
       IF STOCK-PRODUCT-ID = PA-PRODUCT-ID
           MOVE "Y" TO PA-BIN-HOLDS (PA-BIN-IDX)
           MOVE PA-UNIT-VOLUME TO PRODUCT-VOLUME
           MOVE PA-UNIT-WEIGHT TO PRODUCT-WEIGHT
       ELSE
           MOVE STOCK-PRODUCT-ID TO PRODUCT-ID
           READ PRODUCTS-FILE RECORD
               INVALID KEY
                   MOVE 0 TO PRODUCT-VOLUME
                   MOVE 0 TO PRODUCT-WEIGHT
           END-READ
       END-IF.
       COMPUTE PA-BIN-USED-VOLUME (PA-BIN-IDX) =
           PA-BIN-USED-VOLUME (PA-BIN-IDX)
           + (STOCK-LOCATION-QTY * PRODUCT-VOLUME).
       COMPUTE PA-BIN-USED-WEIGHT (PA-BIN-IDX) =
           PA-BIN-USED-WEIGHT (PA-BIN-IDX)
           + (STOCK-LOCATION-QTY * PRODUCT-WEIGHT).

       PLAN-NEAREST-BIN.
       MOVE 0 TO PA-BEST-IDX.
       MOVE 1 TO PA-BIN-IDX.
       PERFORM CHECK-NEAREST-BIN UNTIL PA-BIN-IDX > PA-BIN-COUNT.
       IF PA-BEST-IDX > 0
           PERFORM PLAN-PUTAWAY-BIN
       END-IF.

       CHECK-NEAREST-BIN.
       IF PA-BIN-TAKEN (PA-BIN-IDX) = "N"
           IF (PA-WANT-HOLDS = "Y" AND PA-BIN-HOLDS (PA-BIN-IDX) = "Y")
               OR (PA-WANT-HOLDS = "N" AND PA-BIN-ROWS (PA-BIN-IDX) = 0)
               PERFORM FIND-BIN-ROOM
               IF PA-ROOM > 0
                   IF PA-BEST-IDX = 0
                       MOVE PA-BIN-IDX TO PA-BEST-IDX
                   ELSE IF PA-BIN-DISTANCE (PA-BIN-IDX) <
                           PA-BIN-DISTANCE (PA-BEST-IDX)
                       MOVE PA-BIN-IDX TO PA-BEST-IDX
                   END-IF
               END-IF
           END-IF
       END-IF.
       ADD 1 TO PA-BIN-IDX.

       PLAN-PUTAWAY-BIN.
       MOVE PA-BEST-IDX TO PA-BIN-IDX.
       MOVE "Y" TO PA-BIN-TAKEN (PA-BIN-IDX).
       PERFORM FIND-BIN-ROOM.
       IF PA-ROOM > 0
           ADD 1 TO PA-PLAN-COUNT
           MOVE PA-BIN-ID (PA-BIN-IDX) TO PA-PLAN-BIN (PA-PLAN-COUNT)
           MOVE PA-WHY TO PA-PLAN-WHY (PA-PLAN-COUNT)
           IF PA-ROOM < PA-LEFT-QTY
               MOVE PA-ROOM TO PA-PLAN-QTY (PA-PLAN-COUNT)
           ELSE
               MOVE PA-LEFT-QTY TO PA-PLAN-QTY (PA-PLAN-COUNT)
           END-IF
           SUBTRACT PA-PLAN-QTY (PA-PLAN-COUNT) FROM PA-LEFT-QTY
       END-IF.

      *How many more units the bin takes before its volume or its
      *weight limit is reached. A limit of 0, or a product with no
      *size on file, does not restrict it.
       FIND-BIN-ROOM.
       MOVE 99999 TO PA-ROOM.
       IF PA-BIN-MAX-VOLUME (PA-BIN-IDX) > 0 AND PA-UNIT-VOLUME > 0
           COMPUTE PA-FREE-VOLUME = PA-BIN-MAX-VOLUME (PA-BIN-IDX)
               - PA-BIN-USED-VOLUME (PA-BIN-IDX)
           IF PA-FREE-VOLUME NOT > 0
               MOVE 0 TO PA-ROOM
           ELSE
               COMPUTE PA-ROOM-PART = PA-FREE-VOLUME / PA-UNIT-VOLUME
               IF PA-ROOM-PART < PA-ROOM
                   MOVE PA-ROOM-PART TO PA-ROOM
               END-IF
           END-IF
       END-IF.
       IF PA-BIN-MAX-WEIGHT (PA-BIN-IDX) > 0 AND PA-UNIT-WEIGHT > 0
           COMPUTE PA-FREE-WEIGHT = PA-BIN-MAX-WEIGHT (PA-BIN-IDX)
               - PA-BIN-USED-WEIGHT (PA-BIN-IDX)
           IF PA-FREE-WEIGHT NOT > 0
               MOVE 0 TO PA-ROOM
           ELSE
               COMPUTE PA-ROOM-PART = PA-FREE-WEIGHT / PA-UNIT-WEIGHT
               IF PA-ROOM-PART < PA-ROOM
                   MOVE PA-ROOM-PART TO PA-ROOM
               END-IF
           END-IF
       END-IF.

       PRINT-PUTAWAY-LIST.
       MOVE "O" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "====== PUTAWAY LIST - PO " DELIMITED BY SIZE
           RECEIPT-PO-ID DELIMITED BY SIZE
           " LINE " DELIMITED BY SIZE
           PO-LINE-NUMBER DELIMITED BY SIZE
           " ======" DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-PUTAWAY-LINE.
       MOVE RECEIPT-QTY TO PA-QTY-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Product " DELIMITED BY SIZE
           PA-PRODUCT-ID DELIMITED BY SIZE
           " Qty " DELIMITED BY SIZE
           PA-QTY-EDIT DELIMITED BY SIZE
           " Home bin " DELIMITED BY SIZE
           PA-HOME-AISLE DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           PA-HOME-BAY DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           PA-HOME-LEVEL DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-PUTAWAY-LINE.
       MOVE 1 TO PA-PLAN-IDX.
       PERFORM PRINT-NEXT-PUTAWAY UNTIL PA-PLAN-IDX > PA-PLAN-COUNT.
       MOVE "C" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

       PRINT-NEXT-PUTAWAY.
       MOVE PA-PLAN-QTY (PA-PLAN-IDX) TO PA-QTY-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       IF PA-PLAN-BIN (PA-PLAN-IDX) = SPACE
           STRING "  (no bin with room) Qty " DELIMITED BY SIZE
               PA-QTY-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
       ELSE
           STRING "  Bin " DELIMITED BY SIZE
               PA-PLAN-BIN (PA-PLAN-IDX) DELIMITED BY SIZE
               " Qty " DELIMITED BY SIZE
               PA-QTY-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PA-PLAN-WHY (PA-PLAN-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
       END-IF.
       PERFORM SHOW-PUTAWAY-LINE.
       ADD 1 TO PA-PLAN-IDX.

       SHOW-PUTAWAY-LINE.
       DISPLAY REPORT-LINE-BUFFER.
       MOVE "L" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

      *The clerk at the shelf has the last word: each suggested bin
      *is confirmed, or another location keyed in its place.
       CONFIRM-PUTAWAY-BIN.
       IF PA-PLAN-BIN (PA-PLAN-IDX) = SPACE
           DISPLAY "No bin has room for " PA-PLAN-QTY (PA-PLAN-IDX)
           " units."
           PERFORM ASK-MOVEMENT-LOCATION
           MOVE MOVEMENT-LOCATION-FIELD TO PA-PLAN-BIN (PA-PLAN-IDX)
           ADD 1 TO PA-PLAN-IDX
       ELSE
           DISPLAY "Put " PA-PLAN-QTY (PA-PLAN-IDX) " in bin "
           PA-PLAN-BIN (PA-PLAN-IDX)
           " - press Enter to confirm or key another location id: "
           MOVE SPACE TO PA-CONFIRM-BIN
           ACCEPT PA-CONFIRM-BIN
           IF PA-CONFIRM-BIN = SPACE
               ADD 1 TO PA-PLAN-IDX
           ELSE
               MOVE PA-CONFIRM-BIN TO LOCATION-ID
               MOVE "S" TO LOCATION-FOUND
               READ LOCATIONS-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO LOCATION-FOUND
               END-READ
               IF LOCATION-FOUND = "N"
                   DISPLAY "No location found with that id."
               ELSE
                   MOVE PA-CONFIRM-BIN TO PA-PLAN-BIN (PA-PLAN-IDX)
                   ADD 1 TO PA-PLAN-IDX
               END-IF
           END-IF
       END-IF.

      *The receipt is booked bin by bin as confirmed, one entry
      *movement per bin for the quantity put there, as a transfer
      *books each location, so the ledger can be rolled back bin by
      *bin. The first bin keeps the movement number already taken.
      *The cost layer and the rest of the receipt carry the whole
      *quantity, which is left in the movement fields afterwards.
       POST-PUTAWAY-STOCK.
       MOVE "N" TO MOVEMENT-WRITE-OK.
       MOVE 1 TO PA-PLAN-IDX.
       PERFORM POST-ONE-PUTAWAY UNTIL PA-PLAN-IDX > PA-PLAN-COUNT.
       MOVE RECEIPT-QTY TO MOVEMENT-QUANTITY.
       MOVE PA-PLAN-BIN (1) TO MOVEMENT-LOCATION-ID.

       POST-ONE-PUTAWAY.
       IF PA-PLAN-IDX > 1
           CALL "get-next-number" USING MOVEMENT-DOC-TYPE
               MOVEMENT-ID
       END-IF.
       MOVE PA-PLAN-BIN (PA-PLAN-IDX) TO MOVEMENT-LOCATION-ID.
       MOVE PA-PLAN-QTY (PA-PLAN-IDX) TO MOVEMENT-QUANTITY.
       PERFORM WRITE-MOVEMENT-RECORD-WITH-RETRY.
       PERFORM ADD-LOCATION-STOCK.
       ADD 1 TO PA-PLAN-IDX.

       CHECK-LOCATION-COVERS-EXIT.
       MOVE MOVEMENT-PRODUCT-ID TO STOCK-PRODUCT-ID.
       MOVE MOVEMENT-LOCATION-ID TO STOCK-LOCATION-ID.
      *the lot record is created on first receipt and topped up on
      *repeats, and the movement carries the lot it booked.
       ASK-AND-BOOK-LOT.
       IF ASN-IN-USE = "Y" OR ASN-IN-USE = "A"
           MOVE ASN-LOT-TABLE-NUMBER (ASN-LOT-IDX) TO LOT-NUMBER-FIELD
           DISPLAY "Lot from the ship notice: " LOT-NUMBER-FIELD
       ELSE
           DISPLAY "Enter the lot number (blank if not lot-tracked): "
           ACCEPT LOT-NUMBER-FIELD
       END-IF.
       MOVE LOT-NUMBER-FIELD TO MOVEMENT-LOT-NUMBER.
       IF LOT-NUMBER-FIELD NOT = SPACE
           MOVE MOVEMENT-PRODUCT-ID TO LOT-PRODUCT-ID
               MOVE LOT-NUMBER-FIELD TO LOT-NUMBER
               MOVE MOVEMENT-QUANTITY TO LOT-QUANTITY
               ACCEPT LOT-RECEIVED-DATE FROM DATE YYYYMMDD
               PERFORM ASK-LOT-EXPIRY-DATE
               WRITE LOT-REGISTRATION
                   INVALID KEY
                       DISPLAY "Error writing lot record."
       END-IF.
       MOVE "S" TO RECORD-FOUND.

      *The notice's expiry stands unless the vendor left it off.
       ASK-LOT-EXPIRY-DATE.
       IF (ASN-IN-USE = "Y" OR ASN-IN-USE = "A")
           AND ASN-LOT-TABLE-EXPIRY (ASN-LOT-IDX) > 0
           MOVE ASN-LOT-TABLE-EXPIRY (ASN-LOT-IDX) TO LOT-EXPIRY-DATE
           DISPLAY "Expiry from the ship notice: " LOT-EXPIRY-DATE
       ELSE
           DISPLAY "Enter the expiry date (YYYYMMDD): "
           ACCEPT LOT-EXPIRY-DATE
       END-IF.

      *Serialized lines are captured unit by unit at the door: one
      *serial record per piece received, stamped with the receipt
      *reference, so a warranty claim can name its exact delivery.
       ASK-AND-BOOK-SERIALS.
       IF PRODUCT-IS-SERIALIZED
           MOVE MOVEMENT-QUANTITY TO SERIAL-QTY-LEFT
           IF ASN-IN-USE = "Y" OR ASN-IN-USE = "A"
               PERFORM BOOK-STAGED-SERIALS
           END-IF
           IF SERIAL-QTY-LEFT > 0
               DISPLAY "This product is serialized - enter "
               SERIAL-QTY-LEFT " serial numbers."
               PERFORM BOOK-ONE-SERIAL
                   UNTIL SERIAL-QTY-LEFT = 0
           END-IF
       END-IF.

      *Serials the vendor listed on the notice for this lot are
      *booked straight from it; only a short-listed lot, or a
      *serial already on file, sends the clerk to the keyboard.
       BOOK-STAGED-SERIALS.
       MOVE RECEIPT-PO-ID TO ASN-PO-ID.
       MOVE PO-LINE-NUMBER TO ASN-PO-LINE.
       MOVE 0 TO ASN-SEQUENCE.
       MOVE 0 TO ASN-SCAN-END.
       START ASN-LINES-FILE KEY IS >= ASN-KEY
           INVALID KEY MOVE 1 TO ASN-SCAN-END.
       PERFORM BOOK-NEXT-STAGED-SERIAL
           UNTIL ASN-SCAN-END = 1 OR SERIAL-QTY-LEFT = 0.

       BOOK-NEXT-STAGED-SERIAL.
       READ ASN-LINES-FILE NEXT RECORD
           AT END MOVE 1 TO ASN-SCAN-END
       END-READ.
       IF ASN-SCAN-END = 0
           IF ASN-PO-ID NOT = RECEIPT-PO-ID
               OR ASN-PO-LINE NOT = PO-LINE-NUMBER
               MOVE 1 TO ASN-SCAN-END
           ELSE IF ASN-IS-STAGED
               AND ASN-SERIAL-NUMBER NOT = SPACE
               AND ASN-LOT-NUMBER = ASN-LOT-TABLE-NUMBER (ASN-LOT-IDX)
               MOVE ASN-SERIAL-NUMBER TO SERIAL-ENTRY-FIELD
               DISPLAY "Serial from the ship notice: "
                   SERIAL-ENTRY-FIELD
               PERFORM WRITE-ENTERED-SERIAL
           END-IF
       END-IF.

       BOOK-ONE-SERIAL.
       DISPLAY "Enter the serial number (" SERIAL-QTY-LEFT
       " still to book): ".
       ACCEPT SERIAL-ENTRY-FIELD.
       PERFORM WRITE-ENTERED-SERIAL.

       WRITE-ENTERED-SERIAL.
       IF SERIAL-ENTRY-FIELD = SPACE
           DISPLAY "Serial number cannot be blank."
       ELSE

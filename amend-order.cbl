       77  BREAK-FOUND PIC X.
       77  BREAK-QTY-WORK PIC 9(5).
       77  BREAK-PRICE-FIELD PIC 9(6)V99.
       77  PROMO-FOUND PIC X.
       77  PROMO-QTY-WORK PIC 9(5).
       77  PROMO-PRICE-FIELD PIC 9(6)V99.
       77  PROMO-CODE-FIELD PIC X(8).
       77  MARGIN-OK PIC X.
       77  MARGIN-YES-NO PIC X.
       77  CURRENT-LAYER-COST PIC 9(6)V99.
       77  AUDIT-AFTER PIC X(40).
       77  AUDIT-LINE-ID PIC X(15).
       77  FREEZE-STATE PIC X.
       77  OLD-SHIP-COMPLETE PIC X.
       77  SHIP-COMPLETE-ENTRY PIC X.
       77  NOTE-OWNER-ORDER PIC X VALUE "O".
       77  ACK-KIND PIC X VALUE "R".
       77  ACK-IDX PIC 9(3).
       77  ACK-FOUND PIC 9(3).
       COPY "order-ack-changes.cbl".
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "AMEND-ORDER".
       77  LOG-MESSAGE-FIELD PIC X(80).
       READ ORDERS-FILE RECORD WITH LOCK
       INVALID KEY
       MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND ORDER-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.

      *Only a Pending order can still be reshaped; anything that has
      *started shipping is handled through returns instead of edits.
           " - only Pending orders can be amended."
       ELSE
           MOVE ORDER-ID TO AMEND-ORDER-ID
           MOVE 0 TO ACK-CHANGE-COUNT
           PERFORM AMEND-MENU
           PERFORM PROCESS-AMEND-OPTION UNTIL OPTION = 0
           IF ACK-CHANGE-COUNT > 0
               PERFORM SEND-REVISED-ACK
           END-IF
       END-IF.
       PERFORM GET-ORDER-RECORD.

      *The customer hears about every amendment: once the clerk is
      *done with the order a revised acknowledgement goes out with
      *the changes marked. The acknowledgement reads the order from
      *the files held here, so they are handed over for the call.
       SEND-REVISED-ACK.
       CLOSE ORDERS-FILE.
       CLOSE ORDER-LINES-FILE.
       CALL "print-order-ack" USING AMEND-ORDER-ID ACK-KIND
           ACK-CHANGE-COUNT ACK-CHANGE-TABLE.
       OPEN I-O ORDERS-FILE.
       OPEN I-O ORDER-LINES-FILE.

      *Only the net effect since the last acknowledgement is kept: a
      *line changed twice still shows the quantity the customer was
      *last told, and a line added and deleted again never shows.
       FIND-ACK-CHANGE.
       MOVE 0 TO ACK-FOUND.
       MOVE 1 TO ACK-IDX.
       PERFORM CHECK-ACK-CHANGE
           UNTIL ACK-IDX > ACK-CHANGE-COUNT OR ACK-FOUND > 0.

       CHECK-ACK-CHANGE.
       IF ACK-CHANGE-LINE (ACK-IDX) = LINE-NUMBER
           AND (ACK-LINE-ADDED (ACK-IDX)
           OR ACK-LINE-QTY-CHANGED (ACK-IDX))
           MOVE ACK-IDX TO ACK-FOUND
       END-IF.
       ADD 1 TO ACK-IDX.

       ADD-ACK-CHANGE.
       IF ACK-CHANGE-COUNT < 50
           ADD 1 TO ACK-CHANGE-COUNT
           MOVE ACK-CHANGE-COUNT TO ACK-FOUND
           MOVE LINE-NUMBER TO ACK-CHANGE-LINE (ACK-FOUND)
           MOVE LINE-PRODUCT-ID TO ACK-CHANGE-PRODUCT (ACK-FOUND)
           MOVE QUANTITY TO ACK-CHANGE-OLD-QTY (ACK-FOUND)
       END-IF.

       NOTE-LINE-ADDED.
       PERFORM ADD-ACK-CHANGE.
       IF ACK-FOUND > 0
           SET ACK-LINE-ADDED (ACK-FOUND) TO TRUE
       END-IF.

       NOTE-LINE-DELETED.
       PERFORM FIND-ACK-CHANGE.
       IF ACK-FOUND = 0
           PERFORM ADD-ACK-CHANGE
           IF ACK-FOUND > 0
               SET ACK-LINE-DELETED (ACK-FOUND) TO TRUE
           END-IF
       ELSE IF ACK-LINE-ADDED (ACK-FOUND)
           SET ACK-LINE-WITHDRAWN (ACK-FOUND) TO TRUE
       ELSE
           SET ACK-LINE-DELETED (ACK-FOUND) TO TRUE
       END-IF.

       NOTE-QUANTITY-CHANGED.
       PERFORM FIND-ACK-CHANGE.
       IF ACK-FOUND = 0
           PERFORM ADD-ACK-CHANGE
           IF ACK-FOUND > 0
               MOVE OLD-LINE-QUANTITY TO
                   ACK-CHANGE-OLD-QTY (ACK-FOUND)
               SET ACK-LINE-QTY-CHANGED (ACK-FOUND) TO TRUE
           END-IF
       END-IF.

       AMEND-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Amending order " AMEND-ORDER-ID.
       PERFORM SHOW-ORDER-LINES.
       DISPLAY "1. Add a line"
       DISPLAY "2. Delete a line"
       DISPLAY "3. Change a line quantity"
       DISPLAY "4. Order notes and partial-shipment rule"
       DISPLAY "0. Done with this order"
       DISPLAY "Enter your choice (0-4):"
       ACCEPT OPTION.

       PROCESS-AMEND-OPTION.
       ELSE IF OPTION = 3 THEN
           PERFORM CHANGE-LINE-QUANTITY
           PERFORM AMEND-MENU
       ELSE IF OPTION = 4 THEN
           PERFORM AMEND-ORDER-NOTES
           PERFORM AMEND-MENU
       ELSE IF OPTION = 0 THEN
           CONTINUE
       ELSE
           DISPLAY "Invalid option. Please enter a valid choice (0-4):"
           MOVE "Invalid amend menu option entered."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
           PERFORM AMEND-MENU.

      *The partial-shipment rule can be changed while the order is
      *still Pending; the notes for the floor, the driver and the
      *invoice are kept through the shared notes screen.
       AMEND-ORDER-NOTES.
       IF ORDER-SHIP-COMPLETE-FLAG NOT = "Y"
           MOVE "N" TO ORDER-SHIP-COMPLETE-FLAG
       END-IF.
       MOVE ORDER-SHIP-COMPLETE-FLAG TO OLD-SHIP-COMPLETE.
       DISPLAY "Ship complete only, no partial shipments (Y/N, "
       "blank keeps " ORDER-SHIP-COMPLETE-FLAG ")? ".
       ACCEPT SHIP-COMPLETE-ENTRY.
       IF SHIP-COMPLETE-ENTRY = "Y" OR SHIP-COMPLETE-ENTRY = "y"
           MOVE "Y" TO ORDER-SHIP-COMPLETE-FLAG
       ELSE IF SHIP-COMPLETE-ENTRY = "N" OR SHIP-COMPLETE-ENTRY = "n"
           MOVE "N" TO ORDER-SHIP-COMPLETE-FLAG.
       IF ORDER-SHIP-COMPLETE-FLAG NOT = OLD-SHIP-COMPLETE
           REWRITE ORDER-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating order record."
               NOT INVALID KEY
                   PERFORM JOURNAL-ORDER-IMAGE
                   PERFORM LOG-SHIP-COMPLETE-AMEND
           END-REWRITE
       END-IF.
       CALL "maintain-notes" USING NOTE-OWNER-ORDER AMEND-ORDER-ID.

       JOURNAL-ORDER-IMAGE.
       MOVE "ORDERS" TO JOURNAL-TAG-FIELD.
       MOVE ORDER-REGISTRATION TO JOURNAL-IMAGE-FIELD.
       CALL "log-journal" USING JOURNAL-TAG-FIELD
           JOURNAL-IMAGE-FIELD.

       LOG-SHIP-COMPLETE-AMEND.
       MOVE SPACE TO AUDIT-LINE-ID.
       MOVE AMEND-ORDER-ID TO AUDIT-LINE-ID.
       MOVE SPACE TO AUDIT-BEFORE.
       MOVE SPACE TO AUDIT-AFTER.
       STRING "SHIPCOMPLETE=" DELIMITED BY SIZE
           OLD-SHIP-COMPLETE DELIMITED BY SIZE
           INTO AUDIT-BEFORE.
       STRING "SHIPCOMPLETE=" DELIMITED BY SIZE
           ORDER-SHIP-COMPLETE-FLAG DELIMITED BY SIZE
           INTO AUDIT-AFTER.
       CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD AUDIT-LINE-ID
           AUDIT-BEFORE AUDIT-AFTER.

       SHOW-ORDER-LINES.
       MOVE 0 TO LAST-LINE-NUMBER.
       MOVE AMEND-ORDER-ID TO LINE-ORDER-ID.
       READ PRODUCTS-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND PRODUCT-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No product found with that id."
       ELSE
       MOVE PRODUCT-ID TO LINE-PRODUCT-ID.
       MOVE PRODUCT-NAME TO LINE-PRODUCT-NAME.
       MOVE NEW-QUANTITY TO QUANTITY.
       PERFORM LOOK-UP-PROMO-PRICE.
       PERFORM LOOK-UP-CONTRACT-PRICE.
       IF CONTRACT-FOUND = "Y"
           MOVE PL-CONTRACT-PRICE TO PRICE
               MOVE 0 TO LINE-DISCOUNT-PERCENT
               DISPLAY "Quantity-break price applied: " PRICE
           ELSE
               IF PROMO-FOUND = "Y"
                   PERFORM APPLY-PROMO-PRICE
               ELSE
                   PERFORM ASK-LINE-DISCOUNT
               END-IF
           END-IF
       END-IF.
       IF PROMO-FOUND = "Y" AND PROMO-PRICE-FIELD < PRICE
           PERFORM APPLY-PROMO-PRICE
       END-IF.
       PERFORM CHECK-MARGIN-FLOOR.
       IF MARGIN-OK = "N"
           SUBTRACT 1 FROM LAST-LINE-NUMBER

       FINISH-ADDED-LINE.
       MOVE "Open" TO LINE-STATUS.
       MOVE "N" TO LINE-BACKORDER-FLAG.
       MOVE SPACE TO LINE-DROP-SHIP-FLAG.
       MOVE 0 TO LINE-DROP-SHIP-PO-ID.
       MOVE SPACE TO LINE-EXEMPT-CERT.
           NOT INVALID KEY
               PERFORM ALLOCATE-ADDED-LINE
               PERFORM LOG-LINE-ADDED
               PERFORM NOTE-LINE-ADDED
       END-WRITE.

      *A negotiated account price applies to amendment-added lines
       CALL "get-break-price" USING PRODUCT-ID BREAK-QTY-WORK
           BREAK-FOUND BREAK-PRICE-FIELD.

      *A campaign running today prices an amendment-added line
      *exactly as it does at order entry.
       LOOK-UP-PROMO-PRICE.
       MOVE NEW-QUANTITY TO PROMO-QTY-WORK.
       ACCEPT SYSTEM-DATE FROM DATE YYYYMMDD.
       CALL "get-promo-price" USING PRODUCT-ID PRODUCT-BRAND
           PRODUCT-CATEGORY ORDER-CUSTOMER-ID PROMO-QTY-WORK
           PRODUCT-PRICE SYSTEM-DATE PROMO-FOUND PROMO-PRICE-FIELD
           PROMO-CODE-FIELD.

       APPLY-PROMO-PRICE.
       MOVE PROMO-PRICE-FIELD TO PRICE.
       MOVE 0 TO LINE-DISCOUNT-PERCENT.
       MOVE PROMO-CODE-FIELD TO LINE-PROMO-CODE.
       DISPLAY "Promotion " PROMO-CODE-FIELD " price applied: " PRICE.

      *Whatever priced the line, it may not land below the current
      *FIFO layer cost plus the floor margin without an
      *administrator's override at the keyboard.
                   PERFORM RELEASE-LINE-ALLOCATION
               END-IF
               PERFORM LOG-LINE-DELETED
               PERFORM NOTE-LINE-DELETED
               DELETE ORDER-LINES-FILE RECORD
                   INVALID KEY
                       DISPLAY "Error deleting order line."
                   PERFORM LOG-ALLOCATION-CHANGE
               END-IF
               PERFORM LOG-QUANTITY-AMEND
               PERFORM NOTE-QUANTITY-CHANGED
           END-IF
       END-IF.


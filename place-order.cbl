       77  BUILDABLE-KITS PIC S9(5).
       77  COMPONENT-BUILDS PIC S9(5).
       77  FREEZE-STATE PIC X.
       77  ACK-KIND PIC X VALUE "N".
       COPY "order-ack-changes.cbl".
       77  ORDER-DOC-TYPE PIC X(10)
           VALUE "ORDER".
       01  STATUS-ORDER PIC X(25)
       77  BREAK-FOUND PIC X.
       77  BREAK-QTY-WORK PIC 9(5).
       77  BREAK-PRICE-FIELD PIC 9(6)V99.
       77  PROMO-FOUND PIC X.
       77  PROMO-QTY-WORK PIC 9(5).
       77  PROMO-PRICE-FIELD PIC 9(6)V99.
       77  PROMO-CODE-FIELD PIC X(8).
       77  MARGIN-OK PIC X.
       77  CURRENT-LAYER-COST PIC 9(6)V99.
       77  MARGIN-FLOOR-PRICE PIC 9(6)V99.
       77  APPROVER-ID PIC X(10).
       77  APPROVER-PASSWORD PIC X(10).
       77  APPROVAL-OK PIC X.
       77  SHIP-COMPLETE-ENTRY PIC X.
       77  NOTE-OWNER-ORDER PIC X VALUE "O".
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "PLACE-ORDER".
       77  LOG-MESSAGE-FIELD PIC X(80).
               MOVE "Y" TO MORE-LINES
               PERFORM ADD-LINE
               UNTIL MORE-LINES NOT = "Y"
               PERFORM OFFER-ORDER-NOTES
               IF LAST-LINE-NUMBER > 0
                   PERFORM SEND-ORDER-ACK
               END-IF
           END-IF
       END-IF.
       PERFORM RESTART.

      *The acknowledgement reads the order back from the files this
      *program holds, so they are handed over for the call.
       SEND-ORDER-ACK.
       MOVE 0 TO ACK-CHANGE-COUNT.
       CLOSE ORDERS-FILE.
       CLOSE ORDER-LINES-FILE.
       CLOSE CUSTOMERS-FILE.
       CLOSE SHIPTO-FILE.
       CALL "print-order-ack" USING ORDER-ID ACK-KIND
           ACK-CHANGE-COUNT ACK-CHANGE-TABLE.
       OPEN I-O ORDERS-FILE.
       OPEN I-O ORDER-LINES-FILE.
       OPEN I-O CUSTOMERS-FILE.
       OPEN I-O SHIPTO-FILE.

      *The order number comes off the central counter; nobody
      *guesses the next free id any more.
       GET-HEADER-FIELDS.
           MOVE "N" TO ORDER-NOTICE-SENT-FLAG
           MOVE 0 TO ORDER-WAVE-ID
           MOVE "N" TO ORDER-INVOICED-FLAG
           MOVE 0 TO ORDER-INVOICE-ID
           MOVE 0 TO ORDER-ACK-REVISION
           MOVE "N" TO ORDER-CONSIGN-FILL-FLAG
           PERFORM ASK-SHIP-COMPLETE
           PERFORM GO-ON
       END-IF.


       ADD-SHIP-TO-ADDRESS.
       MOVE SPACE TO SHIPTO-REGISTRATION.
       MOVE 0 TO SHIPTO-STOP-SEQ.
       MOVE ORDER-CUSTOMER-ID TO SHIPTO-CUSTOMER-ID.
       IF SHIP-TO-COUNT = 0
           MOVE 1 TO SHIPTO-SEQ
       READ CUSTOMERS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND CUSTOMER-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No customer found with that id."
           DISPLAY "Register this customer now (Y/N)?"
           PERFORM CHECK-CUSTOMER-CREDIT
           IF CREDIT-OK = "Y"
               MOVE CUSTOMER-FULL-NAME TO ORDER-CUSTOMER-NAME
               MOVE CUSTOMER-SHIP-COMPLETE TO ORDER-SHIP-COMPLETE-FLAG
           ELSE
               PERFORM ASK-CUSTOMER-ID
           END-IF
       MOVE LIMIT-ENTRY TO CUSTOMER-CREDIT-LIMIT.
       MOVE ZERO TO CUSTOMER-OPEN-BALANCE.
       MOVE ZERO TO CUSTOMER-MERGED-INTO.
       MOVE "N" TO CUSTOMER-EINVOICE-FLAG.
       MOVE "N" TO CUSTOMER-PAPER-FLAG.
       MOVE SPACE TO CUSTOMER-LANGUAGE.
       MOVE SESSION-COMPANY-CODE TO CUSTOMER-COMPANY-CODE.
      *Taken on at the counter with no vetting, so the account comes
      *up at the next credit review run.
       MOVE 0 TO CUSTOMER-REVIEW-DATE.
       MOVE 0 TO CUSTOMER-LAST-REVIEW-DATE.
       MOVE "N" TO CUSTOMER-FINCHG-EXEMPT.
       MOVE "N" TO CUSTOMER-SHIP-COMPLETE.
       WRITE CUSTOMER-REGISTRATION
           INVALID KEY
               DISPLAY "Error writing customer record.".
       MOVE CUSTOMER-FULL-NAME TO ORDER-CUSTOMER-NAME.
       MOVE "N" TO ORDER-SHIP-COMPLETE-FLAG.

      *The order starts from the account's own rule on partial
      *shipments; the clerk can tighten or relax it for this order
      *alone.
       ASK-SHIP-COMPLETE.
       IF ORDER-SHIP-COMPLETE-FLAG NOT = "Y"
           MOVE "N" TO ORDER-SHIP-COMPLETE-FLAG
       END-IF.
       DISPLAY "Ship complete only, no partial shipments (Y/N, "
       "blank keeps " ORDER-SHIP-COMPLETE-FLAG ")? ".
       ACCEPT SHIP-COMPLETE-ENTRY.
       IF SHIP-COMPLETE-ENTRY = "Y" OR SHIP-COMPLETE-ENTRY = "y"
           MOVE "Y" TO ORDER-SHIP-COMPLETE-FLAG
       ELSE IF SHIP-COMPLETE-ENTRY = "N" OR SHIP-COMPLETE-ENTRY = "n"
           MOVE "N" TO ORDER-SHIP-COMPLETE-FLAG.

      *Delivery, packing and invoicing notes for this order alone;
      *the customer's standing instructions are printed alongside
      *them without being keyed again.
       OFFER-ORDER-NOTES.
       DISPLAY "Add notes for the warehouse, driver or invoice on "
       "this order (Y/N)?".
       ACCEPT YES-NO.
       IF YES-NO = "Y" OR YES-NO = "y"
           CALL "maintain-notes" USING NOTE-OWNER-ORDER ORDER-ID
       END-IF.

       GO-ON.
       MOVE "Y" TO ENTRANCE.
       PERFORM WRITE-HEADER-ONCE UNTIL HEADER-OK = "Y".

       WRITE-HEADER-ONCE.
       MOVE SESSION-COMPANY-CODE TO ORDER-COMPANY-CODE.
       WRITE ORDER-REGISTRATION
           INVALID KEY
             CALL "get-next-number" USING ORDER-DOC-TYPE ORDER-ID
       READ ORDERS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND ORDER-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No order found with that id."
       ELSE IF ORDER-CUSTOMER-ID NOT = COPY-CUSTOMER-SAVE
       PRICE-AND-WRITE-LINE.
       IF LINE-OK = "Y" OR LINE-OK = "B" OR LINE-OK = "D"
           MOVE PRODUCT-NAME TO LINE-PRODUCT-NAME
           MOVE SPACE TO LINE-PROMO-CODE
           PERFORM LOOK-UP-PROMO-PRICE
           PERFORM LOOK-UP-CONTRACT-PRICE
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
           END-IF
           IF PROMO-FOUND = "Y" AND PROMO-PRICE-FIELD < PRICE
               PERFORM APPLY-PROMO-PRICE
           END-IF
           PERFORM CHECK-MARGIN-FLOOR
       END-IF.
       IF (LINE-OK = "Y" OR LINE-OK = "B" OR LINE-OK = "D")
           ADD 1 TO LAST-LINE-NUMBER
           MOVE ORDER-ID TO LINE-ORDER-ID
           MOVE LAST-LINE-NUMBER TO LINE-NUMBER
           MOVE "N" TO LINE-BACKORDER-FLAG
           IF LINE-OK = "B"
               MOVE "Backordered" TO LINE-STATUS
               SET LINE-WAS-BACKORDERED TO TRUE
           ELSE IF LINE-OK = "D"
               MOVE "Drop-Ship" TO LINE-STATUS
           ELSE
       DISPLAY "Enter the expected dispatch date (YYYYMMDD): ".
       ACCEPT PO-EXPECTED-DATE.
       MOVE "Open" TO PO-STATUS.
       MOVE SESSION-OPERATOR-ID TO PO-BUYER-ID.
       MOVE VENDOR-CURRENCY-CODE TO PO-CURRENCY-CODE.
       IF PO-CURRENCY-CODE = SPACE
           MOVE 1 TO PO-EXCHANGE-RATE
           CALL "get-exchange-rate" USING PO-CURRENCY-CODE
               PO-ORDER-DATE PO-EXCHANGE-RATE
       END-IF.
       MOVE SESSION-COMPANY-CODE TO PO-COMPANY-CODE.
       WRITE PO-REGISTRATION
           INVALID KEY
               DISPLAY "Error writing drop-ship purchase order.".
      *Drop-ship orders draw the next free purchase order id the
      *same way the draft generator does.
       FIND-NEXT-DS-PO-ID.
       MOVE SESSION-NUMBER-BASE TO NEXT-DS-PO-ID.
       CLOSE PURCHASE-ORDERS-FILE.
       OPEN I-O PURCHASE-ORDERS-FILE.
       MOVE 0 TO PO-SCAN-EOF.
           AT END MOVE 1 TO PO-SCAN-EOF
       END-READ.
       IF PO-SCAN-EOF = 0
           AND PO-COMPANY-CODE = SESSION-COMPANY-CODE
           IF PO-ID > NEXT-DS-PO-ID
               MOVE PO-ID TO NEXT-DS-PO-ID
           END-IF
               INVALID KEY
                   PERFORM TRY-CUSTOMER-PART-NUMBER
           NOT INVALID KEY
               IF PRODUCT-COMPANY-CODE NOT = SESSION-COMPANY-CODE
                   DISPLAY "No product found with that id."
               ELSE
                   PERFORM OFFER-SUPERSESSION
                   PERFORM ASK-DROP-SHIP
                   IF LINE-OK NOT = "D"
                       PERFORM CHECK-LINE-QUANTITY
                   END-IF
               END-IF
           END-READ
       END-IF.
       CALL "get-break-price" USING PRODUCT-ID BREAK-QTY-WORK
           BREAK-FOUND BREAK-PRICE-FIELD.

      *A sales campaign running today prices the line without the
      *clerk having to remember it: it stands in for the keyed
      *discount, and beats a contract or break price when it is
      *lower. The line keeps the campaign's code for the results
      *report.
       LOOK-UP-PROMO-PRICE.
       MOVE QUANTITY TO PROMO-QTY-WORK.
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

      *Whatever priced the line - contract, break band or keyed
      *discount - it may not land below the current FIFO layer cost
      *plus the floor margin. A clerk is stopped outright; an

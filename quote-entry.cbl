       77  ORDER-DOC-TYPE PIC X(10)
           VALUE "ORDER".
       77  FREEZE-STATE PIC X.
       77  QUOTE-LANGUAGE PIC X(2).
       77  QUOTE-LINE-DESCRIPTION PIC X(80).
       77  DESCRIPTION-FOUND PIC X.
       77  ACK-KIND PIC X VALUE "N".
       COPY "order-ack-changes.cbl".
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "QUOTE-ENTRY".
       77  LOG-MESSAGE-FIELD PIC X(80).
       GOBACK.

       QUOTE-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Quotation Menu"
       DISPLAY "1. Enter a quotation"
       READ CUSTOMERS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND CUSTOMER-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No customer found with that id."
           MOVE SPACE TO QUOTE-CUSTOMER-NAME
               INVALID KEY
                   DISPLAY "No product found with that id."
           NOT INVALID KEY
               IF PRODUCT-COMPANY-CODE NOT = SESSION-COMPANY-CODE
                   DISPLAY "No product found with that id."
               ELSE
                   MOVE "Y" TO LINE-OK
               END-IF
           END-READ
       END-IF.

           " Valid until: " QUOTE-VALID-UNTIL
           " Status: " QUOTE-STATUS
           DISPLAY "-------------------------------------------"
           MOVE SPACE TO QUOTE-LANGUAGE
           MOVE QUOTE-CUSTOMER-ID TO CUSTOMER-ID
           READ CUSTOMERS-FILE RECORD
               NOT INVALID KEY
                   MOVE CUSTOMER-LANGUAGE TO QUOTE-LANGUAGE
           END-READ
           MOVE 0 TO QUOTE-TOTAL
           PERFORM SHOW-QUOTE-LINES
           DISPLAY "-------------------------------------------"
               COMPUTE EXTENDED-VALUE =
                   QLINE-QUANTITY * QLINE-PRICE
               ADD EXTENDED-VALUE TO QUOTE-TOTAL
               CALL "get-product-description" USING QUOTE-LANGUAGE
                   QLINE-PRODUCT-ID QLINE-PRODUCT-NAME
                   QUOTE-LINE-DESCRIPTION DESCRIPTION-FOUND
               DISPLAY "  Line " QLINE-NUMBER
               " " QUOTE-LINE-DESCRIPTION
               " Qty: " QLINE-QUANTITY
               " Price: " QLINE-PRICE
               " Value: " EXTENDED-VALUE
       MOVE 0 TO ORDER-WAVE-ID.
       MOVE 0 TO ORDER-REQUESTED-DATE.
       MOVE "N" TO ORDER-INVOICED-FLAG.
       MOVE 0 TO ORDER-INVOICE-ID.
       MOVE 0 TO ORDER-ACK-REVISION.
       MOVE "N" TO ORDER-CONSIGN-FILL-FLAG.
       MOVE "N" TO ORDER-SHIP-COMPLETE-FLAG.
       MOVE QUOTE-CUSTOMER-ID TO CUSTOMER-ID.
       READ CUSTOMERS-FILE RECORD
           NOT INVALID KEY
               IF CUSTOMER-SHIPS-COMPLETE
                   MOVE "Y" TO ORDER-SHIP-COMPLETE-FLAG
               END-IF
       END-READ.
       MOVE SESSION-COMPANY-CODE TO ORDER-COMPANY-CODE.
       WRITE ORDER-REGISTRATION
           INVALID KEY
               DISPLAY "Error writing order header. Duplicate id?"
               END-REWRITE
               DISPLAY "Quotation " WORK-QUOTE-ID
               " converted to order " NEW-ORDER-ID "."
               PERFORM SEND-ORDER-ACK
       END-WRITE.

      *The new order is acknowledged to the customer like any other;
      *the acknowledgement reads it back from files held here.
       SEND-ORDER-ACK.
       MOVE 0 TO ACK-CHANGE-COUNT.
       CLOSE ORDERS-FILE.
       CLOSE ORDER-LINES-FILE.
       CLOSE CUSTOMERS-FILE.
       CALL "print-order-ack" USING NEW-ORDER-ID ACK-KIND
           ACK-CHANGE-COUNT ACK-CHANGE-TABLE.
       OPEN I-O ORDERS-FILE.
       OPEN I-O ORDER-LINES-FILE.
       OPEN I-O CUSTOMERS-FILE.

       COPY-QUOTE-LINES.
       MOVE WORK-QUOTE-ID TO QLINE-QUOTE-ID.
       MOVE 0 TO QLINE-NUMBER.
       ELSE
           COMPUTE AVAILABLE-QUANTITY =
               PRODUCT-QUANTITY - PRODUCT-ALLOCATED-QTY
           MOVE "N" TO LINE-BACKORDER-FLAG
           IF QUANTITY > AVAILABLE-QUANTITY
               MOVE "Backordered" TO LINE-STATUS
               SET LINE-WAS-BACKORDERED TO TRUE
               DISPLAY "Line for " QLINE-PRODUCT-ID
               " placed on backorder (only " AVAILABLE-QUANTITY
               " available)."

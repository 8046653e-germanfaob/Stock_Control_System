       01  ORDER-IMPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Shared session data, so new records carry the company and
      * only the logged-in company's products are ordered.
       COPY "session-data.cbl".
      * One EDI line is unstrung into these fields before it is
      * validated and moved into ORDER-REGISTRATION / the order line,
      * the same way batch-load-products.cbl holds a parsed load line
       77  FREEZE-STATE PIC X.
       77  EXEMPTION-STATE PIC X.
       77  EXEMPT-CERT-FIELD PIC X(20).
       77  PROMO-FOUND PIC X.
       77  PROMO-QTY-WORK PIC 9(5).
       77  PROMO-PRICE-FIELD PIC 9(6)V99.
       77  PROMO-CODE-FIELD PIC X(8).
      * Orders written this run, acknowledged to their customers
      * once the order files are closed.
       01  ACK-ORDER-COUNT PIC 9(3) VALUE 0.
       01  ACK-ORDER-TABLE.
           05  ACK-ORDER-ENTRY OCCURS 500 TIMES PIC 9(6).
       77  ACK-ORDER-IDX PIC 9(3).
       77  ACK-KIND PIC X VALUE "N".
       COPY "order-ack-changes.cbl".
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "BATCH-IMPORT-ORDERS".
       77  LOG-MESSAGE-FIELD PIC X(80).
       PERFORM SKIP-HEADER-LINE.
       PERFORM IMPORT-NEXT-LINE UNTIL END-OF-FILE = 1.
       PERFORM CLOSING-PROCEDURE.
       PERFORM SEND-ORDER-ACKS.
       DISPLAY "Batch order import complete. Imported: "
           IMPORTED-COUNT " Rejected: " REJECTED-COUNT.
       GOBACK.
       CLOSE PRODUCTS-FILE.
       CLOSE ORDER-IMPORT-FILE.

       SEND-ORDER-ACKS.
       MOVE 0 TO ACK-CHANGE-COUNT.
       MOVE 1 TO ACK-ORDER-IDX.
       PERFORM SEND-NEXT-ORDER-ACK
           UNTIL ACK-ORDER-IDX > ACK-ORDER-COUNT.

       SEND-NEXT-ORDER-ACK.
       CALL "print-order-ack" USING ACK-ORDER-ENTRY (ACK-ORDER-IDX)
           ACK-KIND ACK-CHANGE-COUNT ACK-CHANGE-TABLE.
       ADD 1 TO ACK-ORDER-IDX.

       HOLD-ORDER-ACK.
       IF ACK-ORDER-COUNT < 500
           ADD 1 TO ACK-ORDER-COUNT
           MOVE ORDER-ID TO ACK-ORDER-ENTRY (ACK-ORDER-COUNT)
       END-IF.

       SKIP-HEADER-LINE.
       READ ORDER-IMPORT-FILE
           AT END MOVE 1 TO END-OF-FILE.
       READ PRODUCTS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND PRODUCT-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           MOVE "N" TO LINE-IS-VALID
           DISPLAY "Rejected order " LOAD-ORDER-ID
       MOVE LOAD-DISCOUNT-PERCENT TO LINE-DISCOUNT-PERCENT.
       COMPUTE PRICE = PRODUCT-PRICE -
           (PRODUCT-PRICE * LINE-DISCOUNT-PERCENT / 100).
      *A campaign running on the order date beats the discount sent
      *in the file when it is lower, as it does on keyed orders.
       MOVE SPACE TO LINE-PROMO-CODE.
       MOVE LOAD-QUANTITY TO PROMO-QTY-WORK.
       CALL "get-promo-price" USING LOAD-PRODUCT-ID PRODUCT-BRAND
           PRODUCT-CATEGORY LOAD-CUSTOMER-ID PROMO-QTY-WORK
           PRODUCT-PRICE LOAD-ORDER-DATE PROMO-FOUND
           PROMO-PRICE-FIELD PROMO-CODE-FIELD.
       IF PROMO-FOUND = "Y" AND PROMO-PRICE-FIELD < PRICE
           MOVE PROMO-PRICE-FIELD TO PRICE
           MOVE 0 TO LINE-DISCOUNT-PERCENT
           MOVE PROMO-CODE-FIELD TO LINE-PROMO-CODE
       END-IF.
       ADD 1 TO LAST-LINE-NUMBER.
       MOVE LOAD-ORDER-ID TO LINE-ORDER-ID.
       MOVE LAST-LINE-NUMBER TO LINE-NUMBER.
       MOVE "Open" TO LINE-STATUS.
       MOVE "N" TO LINE-BACKORDER-FLAG.
       MOVE SPACE TO LINE-DROP-SHIP-FLAG.
       MOVE 0 TO LINE-DROP-SHIP-PO-ID.
       MOVE 0 TO LINE-PICKED-QTY.
       MOVE 0 TO ORDER-WAVE-ID.
       MOVE 0 TO ORDER-REQUESTED-DATE.
       MOVE "N" TO ORDER-INVOICED-FLAG.
       MOVE 0 TO ORDER-INVOICE-ID.
       MOVE 0 TO ORDER-ACK-REVISION.
       MOVE "N" TO ORDER-CONSIGN-FILL-FLAG.
       CALL "get-ship-complete" USING ORDER-CUSTOMER-ID
           ORDER-SHIP-COMPLETE-FLAG.
       MOVE SESSION-COMPANY-CODE TO ORDER-COMPANY-CODE.
       WRITE ORDER-REGISTRATION
           INVALID KEY
               DISPLAY "Error writing order header. Duplicate id?"
           NOT INVALID KEY
               PERFORM JOURNAL-ORDER-IMAGE
               PERFORM HOLD-ORDER-ACK.

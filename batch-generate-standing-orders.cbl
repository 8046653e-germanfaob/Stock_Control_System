       COPY "order-physical-file.cbl".
       COPY "order-lines-physical-file.cbl".
       COPY "physical-file.cbl".
       COPY "customer-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "order-lines-logic-file.cbl".
      * Logic file with products fields.
       COPY "logic-file.cbl".
      * Logic file with customer fields.
       COPY "customer-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so new records carry the company and
      * only templates for the logged-in company's customers are
      * generated.
       COPY "session-data.cbl".
       77  END-OF-FILE PIC 9 VALUE 0.
       77  LINES-END-OF-FILE PIC 9 VALUE 0.
       77  RECORD-FOUND PIC X.
           05  NEXT-RUN-DAY   PIC 9(2).
       01  NEXT-RUN-DATE-NUMERIC REDEFINES NEXT-RUN-DATE-FIELDS
           PIC 9(8).
      * Orders written this run, acknowledged to their customers
      * once the order files are closed.
       01  ACK-ORDER-COUNT PIC 9(3) VALUE 0.
       01  ACK-ORDER-TABLE.
           05  ACK-ORDER-ENTRY OCCURS 500 TIMES PIC 9(6).
       77  ACK-ORDER-IDX PIC 9(3).
       77  ACK-KIND PIC X VALUE "N".
       COPY "order-ack-changes.cbl".
       77  AUDIT-BEFORE PIC X(40).
       77  AUDIT-AFTER PIC X(40).
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
       OPEN I-O ORDERS-FILE.
       OPEN I-O ORDER-LINES-FILE.
       OPEN I-O PRODUCTS-FILE.
       OPEN I-O CUSTOMERS-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM PROCESS-NEXT-TEMPLATE UNTIL END-OF-FILE = 1.
       CLOSE STANDING-ORDERS-FILE.
       CLOSE ORDERS-FILE.
       CLOSE ORDER-LINES-FILE.
       CLOSE PRODUCTS-FILE.
       CLOSE CUSTOMERS-FILE.
       PERFORM SEND-ORDER-ACKS.
       DISPLAY "Standing order run complete. Generated: "
           GENERATED-COUNT " Skipped: " SKIPPED-COUNT.
       DISPLAY "Lines written: " LINES-WRITTEN
       IF END-OF-FILE = 0
           IF TEMPLATE-IS-ACTIVE
               AND TEMPLATE-NEXT-RUN-DATE <= RUN-DATE
               PERFORM CHECK-TEMPLATE-COMPANY
               IF RECORD-FOUND = "S"
                   PERFORM GENERATE-FROM-TEMPLATE
               END-IF
           END-IF
       END-IF.

      *A template is the logged-in company's when its customer is;
      *another company's templates are left, next-run date and all,
      *for that company's own run.
       CHECK-TEMPLATE-COMPANY.
       MOVE TEMPLATE-CUSTOMER-ID TO CUSTOMER-ID.
       MOVE "S" TO RECORD-FOUND.
       READ CUSTOMERS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND CUSTOMER-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.

      *A due template turns into one real Pending order through the
      *same availability check order entry applies; the template's
      *next-run date then moves forward by its frequency.
       MOVE 0 TO ORDER-WAVE-ID.
       MOVE 0 TO ORDER-REQUESTED-DATE.
       MOVE "N" TO ORDER-INVOICED-FLAG.
       MOVE 0 TO ORDER-INVOICE-ID.
       MOVE 0 TO ORDER-ACK-REVISION.
       MOVE "N" TO ORDER-CONSIGN-FILL-FLAG.
      *The customer was read by the company check just made.
       IF CUSTOMER-SHIPS-COMPLETE
           MOVE "Y" TO ORDER-SHIP-COMPLETE-FLAG
       ELSE
           MOVE "N" TO ORDER-SHIP-COMPLETE-FLAG
       END-IF.
       MOVE SESSION-COMPANY-CODE TO ORDER-COMPANY-CODE.
       WRITE ORDER-REGISTRATION
           INVALID KEY
               DISPLAY "Error writing order header for template "
                   ADD 1 TO GENERATED-COUNT
                   DISPLAY "Template " WORK-TEMPLATE-ID
                   " generated order " NEXT-ORDER-ID "."
                   PERFORM HOLD-ORDER-ACK
               END-IF
               PERFORM ADVANCE-NEXT-RUN-DATE
       END-WRITE.

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

       GENERATE-TEMPLATE-LINES.
       MOVE 0 TO LINES-GENERATED.
       MOVE 0 TO NEW-LINE-NUMBER.
           MOVE 0 TO LINE-PICKED-DATE
           COMPUTE AVAILABLE-QUANTITY =
               PRODUCT-QUANTITY - PRODUCT-ALLOCATED-QTY
           MOVE "N" TO LINE-BACKORDER-FLAG
           IF QUANTITY > AVAILABLE-QUANTITY
               MOVE "Backordered" TO LINE-STATUS
               SET LINE-WAS-BACKORDERED TO TRUE
           ELSE
               MOVE "Open" TO LINE-STATUS
           END-IF

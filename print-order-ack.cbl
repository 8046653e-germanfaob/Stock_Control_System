       IDENTIFICATION DIVISION.
       PROGRAM-ID. print-order-ack.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * The acknowledgement is spooled like any report and also
      * appended to the customer's own outbound file, named at run
      * time the same way the ship notices are.
       FILE-CONTROL.
       COPY "order-physical-file.cbl".
       COPY "order-lines-physical-file.cbl".
       COPY "customer-physical-file.cbl".
       COPY "shipto-physical-file.cbl".
       SELECT OPTIONAL ORDER-ACK-FILE
           ASSIGN TO ORDER-ACK-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Logic file with order header fields.
       COPY "order-logic-file.cbl".
      * Logic file with order line fields.
       COPY "order-lines-logic-file.cbl".
      * Logic file with customer fields.
       COPY "customer-logic-file.cbl".
      * Logic file with ship-to address fields.
       COPY "shipto-logic-file.cbl".

       FD  ORDER-ACK-FILE.
       01  ORDER-ACK-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       77  ORDER-ACK-FILE-NAME PIC X(30).
       77  RECORD-FOUND PIC X.
       77  LINES-END-OF-FILE PIC 9.
       77  CHANGE-IDX PIC 9(3).
       77  CHANGE-FOUND PIC 9(3).
       77  LINE-NOTE PIC X(30).
       77  NOTE-POINTER PIC 9(3).
       77  EXTENDED-VALUE PIC 9(9)V99.
       77  GOODS-TOTAL PIC 9(9)V99.
       77  TAX-TOTAL PIC 9(9)V99.
       77  ORDER-TOTAL PIC 9(9)V99.
       77  ORDER-HELD-FLAG PIC X.
       77  HELD-CODE-FIELD PIC X(10).
       77  HOLDS-SHOWN PIC 9.
       77  LINE-EDIT PIC ZZ9.
       77  QTY-EDIT PIC ZZ9.
       77  OLD-QTY-EDIT PIC ZZ9.
       77  DISC-EDIT PIC ZZ9.
       77  PRICE-EDIT PIC ZZZ,ZZ9.99.
       77  VALUE-EDIT PIC Z,ZZZ,ZZ9.99.
       77  TAX-EDIT PIC Z,ZZZ,ZZ9.99.
       77  AMOUNT-EDIT PIC ZZZ,ZZZ,ZZ9.99.
       77  REVISION-EDIT PIC Z9.
       77  PO-EDIT PIC 9(6).
       77  ACK-LANGUAGE PIC X(2).
       77  ACK-LINE-DESCRIPTION PIC X(80).
       77  DESCRIPTION-FOUND PIC X.
       01  REPORT-LINE-BUFFER PIC X(132).
       77  SPOOL-ACTION PIC X.
       77  SPOOL-REPORT-NAME PIC X(12) VALUE "ORDERACK".

       LINKAGE SECTION.
      * The order to acknowledge and how: "N" for a new order, "R"
      * for a revision after amendment, with the amendment's changes
      * in the table (none for a new order).
       01  ACK-ORDER-ID PIC 9(6).
       01  ACK-KIND PIC X.
       COPY "order-ack-changes.cbl".

       PROCEDURE DIVISION USING ACK-ORDER-ID ACK-KIND
           ACK-CHANGE-COUNT ACK-CHANGE-TABLE.

      *Customers ring up to check the order was taken right; the
      *acknowledgement answers before they have to: where it goes,
      *when it is wanted, every line at the price it was actually
      *taken at, what is backordered or coming direct from the
      *supplier, and anything holding the order.
       PROGRAM-BEGIN.
       OPEN I-O ORDERS-FILE.
       OPEN I-O ORDER-LINES-FILE.
       OPEN I-O CUSTOMERS-FILE.
       OPEN I-O SHIPTO-FILE.
       MOVE ACK-ORDER-ID TO ORDER-ID.
       MOVE "S" TO RECORD-FOUND.
       READ ORDERS-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND ORDER-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No order found to acknowledge."
       ELSE
           PERFORM PRODUCE-ACKNOWLEDGEMENT
       END-IF.
       CLOSE ORDERS-FILE.
       CLOSE ORDER-LINES-FILE.
       CLOSE CUSTOMERS-FILE.
       CLOSE SHIPTO-FILE.
       GOBACK.

       PRODUCE-ACKNOWLEDGEMENT.
       IF ACK-KIND = "R"
           ADD 1 TO ORDER-ACK-REVISION
       ELSE
           MOVE 0 TO ORDER-ACK-REVISION
       END-IF.
       REWRITE ORDER-REGISTRATION
           INVALID KEY
               DISPLAY "Error updating order record.".
       MOVE SPACE TO ORDER-ACK-FILE-NAME.
       STRING "ORDERACK-" DELIMITED BY SIZE
           ORDER-CUSTOMER-ID DELIMITED BY SIZE
           ".TXT" DELIMITED BY SIZE
           INTO ORDER-ACK-FILE-NAME.
       OPEN EXTEND ORDER-ACK-FILE.
       MOVE SPACE TO ACK-LANGUAGE.
       MOVE ORDER-CUSTOMER-ID TO CUSTOMER-ID.
       READ CUSTOMERS-FILE RECORD
           NOT INVALID KEY
               MOVE CUSTOMER-LANGUAGE TO ACK-LANGUAGE
       END-READ.
       MOVE "O" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       PERFORM PRINT-ACK-HEADING.
       PERFORM PRINT-ACK-LINES.
       PERFORM PRINT-DELETED-LINES.
       PERFORM PRINT-ACK-TOTALS.
       PERFORM PRINT-ACK-HOLDS.
       MOVE "=================================================="
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-ACK-LINE.
       MOVE "C" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       CLOSE ORDER-ACK-FILE.
       DISPLAY "Acknowledgement for order " ORDER-ID
       " written to " ORDER-ACK-FILE-NAME.

       PRINT-ACK-HEADING.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       IF ACK-KIND = "R"
           MOVE ORDER-ACK-REVISION TO REVISION-EDIT
           STRING "=========== REVISED ORDER ACKNOWLEDGEMENT - "
               DELIMITED BY SIZE
               "REVISION " DELIMITED BY SIZE
               REVISION-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
       ELSE
           MOVE "================ ORDER ACKNOWLEDGEMENT ============"
               TO REPORT-LINE-BUFFER
       END-IF.
       PERFORM SHOW-ACK-LINE.
       MOVE "          STOCK CONTROL SUPPLIES CO."
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-ACK-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Order: " DELIMITED BY SIZE
           ORDER-ID DELIMITED BY SIZE
           "  Order date: " DELIMITED BY SIZE
           ORDER-DATE-NUMERIC DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-ACK-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Customer: " DELIMITED BY SIZE
           ORDER-CUSTOMER-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ORDER-CUSTOMER-NAME DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-ACK-LINE.
       PERFORM PRINT-ACK-ADDRESS.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       IF ORDER-REQUESTED-DATE = 0
           MOVE "Requested date: as soon as possible"
               TO REPORT-LINE-BUFFER
       ELSE
           STRING "Requested date: " DELIMITED BY SIZE
               ORDER-REQUESTED-DATE DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
       END-IF.
       PERFORM SHOW-ACK-LINE.
       MOVE "--------------------------------------------------"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-ACK-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Line Product         Description               "
           DELIMITED BY SIZE
           "Qty      Price Disc        Value          Tax Note"
           DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-ACK-LINE.

       PRINT-ACK-ADDRESS.
       MOVE ORDER-CUSTOMER-ID TO SHIPTO-CUSTOMER-ID.
       MOVE ORDER-SHIP-TO-SEQ TO SHIPTO-SEQ.
       MOVE "S" TO RECORD-FOUND.
       READ SHIPTO-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       IF RECORD-FOUND = "N"
           MOVE "Deliver to: address to be confirmed"
               TO REPORT-LINE-BUFFER
           PERFORM SHOW-ACK-LINE
       ELSE
           STRING "Deliver to: " DELIMITED BY SIZE
               SHIPTO-STREET DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
           PERFORM SHOW-ACK-LINE
           MOVE SPACE TO REPORT-LINE-BUFFER
           STRING "            " DELIMITED BY SIZE
               SHIPTO-CITY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SHIPTO-POSTCODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SHIPTO-COUNTRY DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
           PERFORM SHOW-ACK-LINE
       END-IF.

       PRINT-ACK-LINES.
       MOVE 0 TO GOODS-TOTAL.
       MOVE 0 TO TAX-TOTAL.
       MOVE ORDER-ID TO LINE-ORDER-ID.
       MOVE 0 TO LINE-NUMBER.
       MOVE 0 TO LINES-END-OF-FILE.
       START ORDER-LINES-FILE KEY IS >= ORDER-LINE-KEY
           INVALID KEY MOVE 1 TO LINES-END-OF-FILE.
       PERFORM PRINT-NEXT-ACK-LINE UNTIL LINES-END-OF-FILE = 1.

       PRINT-NEXT-ACK-LINE.
       READ ORDER-LINES-FILE NEXT RECORD
           AT END MOVE 1 TO LINES-END-OF-FILE
       END-READ.
       IF LINES-END-OF-FILE = 0
           IF LINE-ORDER-ID = ORDER-ID
               PERFORM PRINT-ONE-ACK-LINE
           ELSE
               MOVE 1 TO LINES-END-OF-FILE
           END-IF
       END-IF.

      *The price shown is the one the line was taken at, after any
      *contract, quantity break or discount; the note says what is
      *not coming off our shelf today and, on a revision, what the
      *amendment changed.
       PRINT-ONE-ACK-LINE.
       COMPUTE EXTENDED-VALUE = QUANTITY * PRICE.
       ADD EXTENDED-VALUE TO GOODS-TOTAL.
       ADD LINE-TAX-AMOUNT TO TAX-TOTAL.
       PERFORM BUILD-LINE-NOTE.
       MOVE LINE-NUMBER TO LINE-EDIT.
       MOVE QUANTITY TO QTY-EDIT.
       MOVE PRICE TO PRICE-EDIT.
       MOVE LINE-DISCOUNT-PERCENT TO DISC-EDIT.
       MOVE EXTENDED-VALUE TO VALUE-EDIT.
       MOVE LINE-TAX-AMOUNT TO TAX-EDIT.
       CALL "get-product-description" USING ACK-LANGUAGE
           LINE-PRODUCT-ID LINE-PRODUCT-NAME ACK-LINE-DESCRIPTION
           DESCRIPTION-FOUND.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING LINE-EDIT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           LINE-PRODUCT-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ACK-LINE-DESCRIPTION (1:25) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           QTY-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PRICE-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           DISC-EDIT DELIMITED BY SIZE
           "% " DELIMITED BY SIZE
           VALUE-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           TAX-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           LINE-NOTE DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-ACK-LINE.

       BUILD-LINE-NOTE.
       MOVE SPACE TO LINE-NOTE.
       MOVE 1 TO NOTE-POINTER.
       IF LINE-STATUS = "Backordered"
           STRING "BACKORDER " DELIMITED BY SIZE
               INTO LINE-NOTE WITH POINTER NOTE-POINTER
       END-IF.
       IF LINE-IS-DROP-SHIP
           MOVE LINE-DROP-SHIP-PO-ID TO PO-EDIT
           STRING "DROP-SHIP PO " DELIMITED BY SIZE
               PO-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO LINE-NOTE WITH POINTER NOTE-POINTER
       END-IF.
       PERFORM FIND-LINE-CHANGE.
       IF CHANGE-FOUND > 0
           IF ACK-LINE-ADDED (CHANGE-FOUND)
               STRING "*ADDED" DELIMITED BY SIZE
                   INTO LINE-NOTE WITH POINTER NOTE-POINTER
           ELSE IF ACK-LINE-QTY-CHANGED (CHANGE-FOUND)
               MOVE ACK-CHANGE-OLD-QTY (CHANGE-FOUND) TO OLD-QTY-EDIT
               STRING "*QTY WAS " DELIMITED BY SIZE
                   OLD-QTY-EDIT DELIMITED BY SIZE
                   INTO LINE-NOTE WITH POINTER NOTE-POINTER
           END-IF
       END-IF.

       FIND-LINE-CHANGE.
       MOVE 0 TO CHANGE-FOUND.
       MOVE 1 TO CHANGE-IDX.
       PERFORM CHECK-LINE-CHANGE
           UNTIL CHANGE-IDX > ACK-CHANGE-COUNT OR CHANGE-FOUND > 0.

       CHECK-LINE-CHANGE.
       IF ACK-CHANGE-LINE (CHANGE-IDX) = LINE-NUMBER
           AND (ACK-LINE-ADDED (CHANGE-IDX)
           OR ACK-LINE-QTY-CHANGED (CHANGE-IDX))
           MOVE CHANGE-IDX TO CHANGE-FOUND
       END-IF.
       ADD 1 TO CHANGE-IDX.

      *A deleted line is gone from the file; the amendment's change
      *table is all that remembers it, and the revision says so.
       PRINT-DELETED-LINES.
       MOVE 1 TO CHANGE-IDX.
       PERFORM PRINT-NEXT-DELETED-LINE
           UNTIL CHANGE-IDX > ACK-CHANGE-COUNT.

       PRINT-NEXT-DELETED-LINE.
       IF ACK-LINE-DELETED (CHANGE-IDX)
           MOVE ACK-CHANGE-LINE (CHANGE-IDX) TO LINE-EDIT
           MOVE ACK-CHANGE-OLD-QTY (CHANGE-IDX) TO OLD-QTY-EDIT
           MOVE SPACE TO REPORT-LINE-BUFFER
           STRING LINE-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ACK-CHANGE-PRODUCT (CHANGE-IDX) DELIMITED BY SIZE
               " *DELETED (was qty " DELIMITED BY SIZE
               OLD-QTY-EDIT DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
           PERFORM SHOW-ACK-LINE
       END-IF.
       ADD 1 TO CHANGE-IDX.

       PRINT-ACK-TOTALS.
       COMPUTE ORDER-TOTAL = GOODS-TOTAL + TAX-TOTAL.
       MOVE "--------------------------------------------------"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-ACK-LINE.
       MOVE GOODS-TOTAL TO AMOUNT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Goods total: " DELIMITED BY SIZE
           AMOUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-ACK-LINE.
       MOVE TAX-TOTAL TO AMOUNT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Tax:         " DELIMITED BY SIZE
           AMOUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-ACK-LINE.
       MOVE ORDER-TOTAL TO AMOUNT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Order total: " DELIMITED BY SIZE
           AMOUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-ACK-LINE.

      *A named hold on the order and a credit hold on the account
      *both stop it shipping, so the customer hears about either.
       PRINT-ACK-HOLDS.
       MOVE 0 TO HOLDS-SHOWN.
       CALL "check-order-hold" USING ORDER-ID ORDER-HELD-FLAG
           HELD-CODE-FIELD.
       IF ORDER-HELD-FLAG = "Y"
           MOVE SPACE TO REPORT-LINE-BUFFER
           STRING "Hold: " DELIMITED BY SIZE
               HELD-CODE-FIELD DELIMITED BY SIZE
               " - order held pending release" DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
           PERFORM SHOW-ACK-LINE
           ADD 1 TO HOLDS-SHOWN
       END-IF.
       MOVE ORDER-CUSTOMER-ID TO CUSTOMER-ID.
       READ CUSTOMERS-FILE RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF CUSTOMER-ON-CREDIT-HOLD
                   MOVE "Hold: CREDIT     - account on credit hold"
                       TO REPORT-LINE-BUFFER
                   PERFORM SHOW-ACK-LINE
                   ADD 1 TO HOLDS-SHOWN
               END-IF
       END-READ.
       IF HOLDS-SHOWN = 0
           MOVE "Holds: none" TO REPORT-LINE-BUFFER
           PERFORM SHOW-ACK-LINE
       END-IF.

       SHOW-ACK-LINE.
       MOVE "L" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       MOVE REPORT-LINE-BUFFER TO ORDER-ACK-LINE.
       WRITE ORDER-ACK-LINE.

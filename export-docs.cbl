       COPY "shipto-physical-file.cbl".
       COPY "shipment-physical-file.cbl".
       COPY "carrier-physical-file.cbl".
       COPY "customer-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "shipment-logic-file.cbl".
      * Logic file with carrier fields.
       COPY "carrier-logic-file.cbl".
      * Logic file with customer fields.
       COPY "customer-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       77  RECORD-FOUND PIC X.
       77  SCAN-EOF PIC 9.
       77  DOC-ORDER-ID PIC 9(6).
       77  TAX-TOTAL PIC 9(11)V99.
       77  AMOUNT-EDIT PIC Z(8)9.99.
       77  SHOW-CARRIER-NAME PIC X(30).
       77  QTY-EDIT PIC Z(4)9.
       77  DOC-LANGUAGE PIC X(2).
       77  CUSTOMS-LANGUAGE PIC X(2) VALUE "EN".
       77  GOODS-DESCRIPTION PIC X(80).
       77  DESCRIPTION-FOUND PIC X.
      * Dangerous goods on the shipment, totalled by hazard class.
       01  DG-COUNT PIC 9(2) VALUE 0.
       01  DG-TABLE.
           05  DG-ENTRY OCCURS 20 TIMES.
               10  DG-CLASS PIC X(3).
               10  DG-QTY   PIC 9(5).
       01  DG-IDX PIC 9(2).
       01  DG-FOUND PIC X.
       01  REPORT-LINE-BUFFER PIC X(132).
       77  SPOOL-ACTION PIC X.
       77  SPOOL-REPORT-NAME PIC X(12) VALUE "EXPORTDOCS".
       OPEN I-O SHIPTO-FILE.
       OPEN I-O SHIPMENTS-FILE.
       OPEN I-O CARRIERS-FILE.
       OPEN I-O CUSTOMERS-FILE.
       PERFORM PRODUCE-EXPORT-PACK.
       CLOSE ORDERS-FILE.
       CLOSE ORDER-LINES-FILE.
       CLOSE SHIPTO-FILE.
       CLOSE SHIPMENTS-FILE.
       CLOSE CARRIERS-FILE.
       CLOSE CUSTOMERS-FILE.
       GOBACK.

       PRODUCE-EXPORT-PACK.
       READ ORDERS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND ORDER-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No order found with that id."
       ELSE
       END-IF.

       PRINT-THE-PACK.
       MOVE SPACE TO DOC-LANGUAGE.
       MOVE ORDER-CUSTOMER-ID TO CUSTOMER-ID.
       READ CUSTOMERS-FILE RECORD
           NOT INVALID KEY
               MOVE CUSTOMER-LANGUAGE TO DOC-LANGUAGE
       END-READ.
       MOVE "O" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       PERFORM PRINT-COMMERCIAL-INVOICE.
       PERFORM PRINT-CUSTOMS-DECLARATION.
       PERFORM PRINT-DG-DECLARATION.
       MOVE "C" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
                   ADD EXTENDED-VALUE TO GOODS-TOTAL
                   ADD LINE-TAX-AMOUNT TO TAX-TOTAL
                   MOVE EXTENDED-VALUE TO AMOUNT-EDIT
                   CALL "get-product-description" USING DOC-LANGUAGE
                       LINE-PRODUCT-ID LINE-PRODUCT-NAME
                       GOODS-DESCRIPTION DESCRIPTION-FOUND
                   MOVE SPACE TO REPORT-LINE-BUFFER
                   STRING GOODS-DESCRIPTION DELIMITED BY SIZE
                       " x " DELIMITED BY SIZE
                       LINE-PICKED-QTY DELIMITED BY SIZE
                       " = " DELIMITED BY SIZE
           LINE-PRODUCT-ID DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
      *Customs want the goods described in full, not a stock name.
       CALL "get-product-description" USING CUSTOMS-LANGUAGE
           LINE-PRODUCT-ID LINE-PRODUCT-NAME GOODS-DESCRIPTION
           DESCRIPTION-FOUND.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "    Goods: " DELIMITED BY SIZE
           GOODS-DESCRIPTION DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.

      *Dangerous goods travel with their own declaration: UN number,
      *class and quantity per line, then the total quantity of each
      *class. A shipment with none prints no declaration.
       PRINT-DG-DECLARATION.
       MOVE 0 TO DG-COUNT.
       MOVE DOC-ORDER-ID TO LINE-ORDER-ID.
       MOVE 0 TO LINE-NUMBER.
       MOVE 0 TO SCAN-EOF.
       START ORDER-LINES-FILE KEY IS >= ORDER-LINE-KEY
           INVALID KEY MOVE 1 TO SCAN-EOF.
       PERFORM DECLARE-NEXT-LINE UNTIL SCAN-EOF = 1.
       IF DG-COUNT > 0
           MOVE "Total quantity per class:" TO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
           MOVE 1 TO DG-IDX
           PERFORM PRINT-NEXT-DG-TOTAL UNTIL DG-IDX > DG-COUNT
           MOVE "=================================================="
               TO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
       END-IF.

       DECLARE-NEXT-LINE.
       READ ORDER-LINES-FILE NEXT RECORD
           AT END MOVE 1 TO SCAN-EOF
       END-READ.
       IF SCAN-EOF = 0
           IF LINE-ORDER-ID = DOC-ORDER-ID
               IF LINE-STATUS = "Shipped"
                   AND LINE-PICKED-QTY > 0
                   PERFORM DECLARE-ONE-LINE
               END-IF
           ELSE
               MOVE 1 TO SCAN-EOF
           END-IF
       END-IF.

       DECLARE-ONE-LINE.
       MOVE LINE-PRODUCT-ID TO PRODUCT-ID.
       READ PRODUCTS-FILE RECORD
           INVALID KEY
               MOVE SPACE TO PRODUCT-HAZARD-CLASS
       END-READ.
       IF PRODUCT-HAZARD-CLASS NOT = SPACE
           IF DG-COUNT = 0
               MOVE "========= DANGEROUS GOODS DECLARATION ============"
                   TO REPORT-LINE-BUFFER
               PERFORM SHOW-REPORT-LINE
           END-IF
           MOVE LINE-PICKED-QTY TO QTY-EDIT
           MOVE SPACE TO REPORT-LINE-BUFFER
           STRING "UN" DELIMITED BY SIZE
               PRODUCT-UN-NUMBER DELIMITED BY SIZE
               " class " DELIMITED BY SIZE
               PRODUCT-HAZARD-CLASS DELIMITED BY SIZE
               " qty " DELIMITED BY SIZE
               QTY-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LINE-PRODUCT-NAME DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
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
           ADD LINE-PICKED-QTY TO DG-QTY (DG-IDX)
       END-IF.

       FIND-DG-ROW.
       IF DG-CLASS (DG-IDX) = PRODUCT-HAZARD-CLASS
           MOVE "Y" TO DG-FOUND
       ELSE
           ADD 1 TO DG-IDX.

       PRINT-NEXT-DG-TOTAL.
       MOVE DG-QTY (DG-IDX) TO QTY-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "  Class " DELIMITED BY SIZE
           DG-CLASS (DG-IDX) DELIMITED BY SIZE
           " total quantity " DELIMITED BY SIZE
           QTY-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       ADD 1 TO DG-IDX.

       SHOW-REPORT-LINE.
       DISPLAY REPORT-LINE-BUFFER.

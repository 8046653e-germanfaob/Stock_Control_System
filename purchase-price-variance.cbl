       IDENTIFICATION DIVISION.
       PROGRAM-ID. purchase-price-variance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "movement-physical-file.cbl".
       COPY "purchase-order-physical-file.cbl".
       COPY "purchase-order-lines-physical-file.cbl".
       COPY "vendor-invoice-physical-file.cbl".
       COPY "vendor-invoice-lines-physical-file.cbl".
       COPY "vendor-xref-physical-file.cbl".
       COPY "vendor-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with movement fields.
       COPY "movement-logic-file.cbl".
      * Logic file with purchase order fields.
       COPY "purchase-order-logic-file.cbl".
      * Logic file with purchase order line fields.
       COPY "purchase-order-lines-logic-file.cbl".
      * Logic file with vendor invoice fields.
       COPY "vendor-invoice-logic-file.cbl".
      * Logic file with vendor invoice line fields.
       COPY "vendor-invoice-lines-logic-file.cbl".
      * Logic file with vendor cross-reference fields.
       COPY "vendor-xref-logic-file.cbl".
      * Logic file with vendor fields.
       COPY "vendor-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  SCAN-END PIC 9 VALUE 0.
       77  INVOICE-END PIC 9 VALUE 0.
       77  REPORT-PERIOD PIC 9(6).
       77  RECEIPT-OK PIC X.
       77  RECEIPT-PO-ID PIC 9(6).
       77  RECEIPT-QTY PIC 9(5).
       77  VENDOR-UNIT-COST PIC 9(6)V99.
       77  PO-RATE PIC 9(5)V9(6).
       77  HAS-CATALOG PIC X.
       77  HAS-INVOICE PIC X.
       77  CREEP-FLAG PIC X.
      * Three receipts in a row, each dearer than the one before,
      * is taken as a vendor creeping the price up.
       77  CREEP-RISE-LIMIT PIC 9(3) VALUE 3.
       77  WORK-BUYER PIC X(10).
      * The receipt reference is "PO " followed by the order id.
       01  RECEIPT-REFERENCE-SPLIT.
           05  RR-PREFIX  PIC X(3).
           05  RR-PO-ID   PIC X(6).
           05  FILLER     PIC X(11).
       01  RECEIPT-DATE-SPLIT.
           05  RD-YEAR  PIC X(4).
           05  FILLER   PIC X(1).
           05  RD-MONTH PIC X(2).
           05  FILLER   PIC X(3).
       01  RECEIPT-PERIOD-X.
           05  RP-YEAR  PIC X(4).
           05  RP-MONTH PIC X(2).
       01  RECEIPT-PERIOD REDEFINES RECEIPT-PERIOD-X PIC 9(6).
      * Unit costs of one receipt, all in home money.
       01  RECEIPT-COSTS.
           05  CATALOG-UNIT   PIC 9(9)V99.
           05  PO-UNIT        PIC 9(9)V99.
           05  INVOICE-UNIT   PIC 9(9)V99.
           05  LAYER-UNIT     PIC 9(9)V99.
           05  STANDARD-UNIT  PIC 9(9)V99.
           05  ACTUAL-UNIT    PIC 9(9)V99.
       77  ACTUAL-VALUE PIC 9(11)V99.
       77  PPV-AMOUNT PIC S9(11)V99.
       77  PPV-GRAND-TOTAL PIC S9(11)V99 VALUE 0.
       77  VALUE-GRAND-TOTAL PIC 9(11)V99 VALUE 0.
       77  RECEIPT-COUNT PIC 9(5) VALUE 0.
      * Each vendor and product's receipt cost history, read up to
      * the end of the report month.
       01  CREEP-COUNT PIC 9(3) VALUE 0.
       01  CREEP-TABLE.
           05  CREEP-ENTRY OCCURS 300 TIMES.
               10  CREEP-VENDOR-ID   PIC 9(5).
               10  CREEP-PRODUCT-ID  PIC X(15).
               10  CREEP-FIRST-COST  PIC 9(6)V99.
               10  CREEP-LAST-COST   PIC 9(6)V99.
               10  CREEP-RISES       PIC 9(3).
       01  CREEP-IDX PIC 9(3).
       01  CREEP-FOUND PIC X.
      * Vendor totals.
       01  VND-COUNT PIC 9(3) VALUE 0.
       01  VND-TABLE.
           05  VND-ENTRY OCCURS 100 TIMES.
               10  VND-ID        PIC 9(5).
               10  VND-QTY       PIC 9(7).
               10  VND-VALUE     PIC 9(11)V99.
               10  VND-PPV       PIC S9(11)V99.
       01  VND-IDX PIC 9(3).
       01  VND-FOUND PIC X.
      * Product totals.
       01  PRD-COUNT PIC 9(3) VALUE 0.
       01  PRD-TABLE.
           05  PRD-ENTRY OCCURS 300 TIMES.
               10  PRD-ID        PIC X(15).
               10  PRD-QTY       PIC 9(7).
               10  PRD-VALUE     PIC 9(11)V99.
               10  PRD-PPV       PIC S9(11)V99.
       01  PRD-IDX PIC 9(3).
       01  PRD-FOUND PIC X.
      * Buyer totals.
       01  BUY-COUNT PIC 9(3) VALUE 0.
       01  BUY-TABLE.
           05  BUY-ENTRY OCCURS 50 TIMES.
               10  BUY-ID        PIC X(10).
               10  BUY-QTY       PIC 9(7).
               10  BUY-VALUE     PIC 9(11)V99.
               10  BUY-PPV       PIC S9(11)V99.
       01  BUY-IDX PIC 9(3).
       01  BUY-FOUND PIC X.
       77  SHOW-NAME PIC X(40).
       77  SHOW-QTY PIC 9(7).
       77  SHOW-VALUE PIC 9(11)V99.
       77  SHOW-PPV PIC S9(11)V99.
       77  QTY-EDIT PIC Z(6)9.
       77  CATALOG-EDIT PIC Z(5)9.99.
       77  PO-EDIT PIC Z(5)9.99.
       77  INVOICE-EDIT PIC X(9).
       77  INVOICE-NUM-EDIT PIC Z(5)9.99.
       77  LAYER-EDIT PIC Z(5)9.99.
       77  FIRST-EDIT PIC Z(5)9.99.
       77  LAST-EDIT PIC Z(5)9.99.
       77  RISES-EDIT PIC ZZ9.
       77  VALUE-EDIT PIC Z(10)9.99.
       77  PPV-EDIT PIC -Z(9)9.99.
       77  FLAG-TEXT PIC X(5).
       01  REPORT-LINE-BUFFER PIC X(132).
       77  SPOOL-ACTION PIC X.
       77  SPOOL-REPORT-NAME PIC X(12) VALUE "PPVARIANCE".
      * Options a saved report request can answer in place of the
      * prompts.
       COPY "report-parm.cbl".

       PROCEDURE DIVISION.

      *Every purchase order receipt booked in the month, priced four
      *ways in home money: the vendor's catalog cost, the cost on
      *the order, the cost the vendor billed (at the invoice's own
      *exchange rate) and the cost laid down in the cost layer.
      *The price variance is what we paid - the invoice once it is
      *in, the order cost until then - against the catalog cost,
      *and is totalled by vendor, product and buyer. A vendor whose
      *cost has risen on several receipts running is flagged CREEP.
       PROGRAM-BEGIN.
       PERFORM ASK-REPORT-PERIOD.
       OPEN I-O MOVEMENTS-FILE.
       OPEN I-O PURCHASE-ORDERS-FILE.
       OPEN I-O PO-LINES-FILE.
       OPEN I-O VENDOR-INVOICES-FILE.
       OPEN I-O VENDOR-INVOICE-LINES-FILE.
       OPEN I-O VENDOR-XREF-FILE.
       OPEN I-O VENDORS-FILE.
       MOVE "O" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "====== PURCHASE PRICE VARIANCE FOR " DELIMITED BY SIZE
           REPORT-PERIOD DELIMITED BY SIZE
           " ======" DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "Receipts (unit costs in home money):"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE 0 TO END-OF-FILE.
       PERFORM READ-NEXT-MOVEMENT UNTIL END-OF-FILE = 1.
       IF RECEIPT-COUNT = 0
           MOVE "  No purchase order receipts in this month."
               TO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
       END-IF.
       PERFORM PRINT-TOTALS.
       MOVE "C" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       CLOSE MOVEMENTS-FILE.
       CLOSE PURCHASE-ORDERS-FILE.
       CLOSE PO-LINES-FILE.
       CLOSE VENDOR-INVOICES-FILE.
       CLOSE VENDOR-INVOICE-LINES-FILE.
       CLOSE VENDOR-XREF-FILE.
       CLOSE VENDORS-FILE.
       GOBACK.

      *Receipts before the report month are read too - they carry
      *the cost history the creep check needs.
       READ-NEXT-MOVEMENT.
       READ MOVEMENTS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND MOVEMENT-COMPANY-CODE = SESSION-COMPANY-CODE
           IF MOVEMENT-IS-ENTRY
               AND MOVEMENT-REASON = "PO RECEIPT"
               MOVE MOVEMENT-DATE TO RECEIPT-DATE-SPLIT
               MOVE RD-YEAR TO RP-YEAR
               MOVE RD-MONTH TO RP-MONTH
               IF RECEIPT-PERIOD-X IS NUMERIC
                   AND RECEIPT-PERIOD NOT > REPORT-PERIOD
                   PERFORM TAKE-RECEIPT
               END-IF
           END-IF
       END-IF.

       TAKE-RECEIPT.
       MOVE "Y" TO RECEIPT-OK.
       MOVE MOVEMENT-REFERENCE TO RECEIPT-REFERENCE-SPLIT.
       IF RR-PREFIX NOT = "PO " OR RR-PO-ID IS NOT NUMERIC
           MOVE "N" TO RECEIPT-OK
       ELSE
           MOVE RR-PO-ID TO RECEIPT-PO-ID
           MOVE RECEIPT-PO-ID TO PO-ID
           READ PURCHASE-ORDERS-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECEIPT-OK
           END-READ
       END-IF.
       IF RECEIPT-OK = "Y"
           PERFORM FIND-RECEIPT-PO-LINE
       END-IF.
       IF RECEIPT-OK = "Y"
           MOVE PO-LINE-UNIT-COST TO VENDOR-UNIT-COST
           PERFORM TRACK-COST-CREEP
           IF RECEIPT-PERIOD = REPORT-PERIOD
               PERFORM PRICE-RECEIPT
           END-IF
       END-IF.

       FIND-RECEIPT-PO-LINE.
       MOVE "N" TO RECEIPT-OK.
       MOVE RECEIPT-PO-ID TO PO-LINE-PO-ID.
       MOVE 0 TO PO-LINE-NUMBER.
       MOVE 0 TO SCAN-END.
       START PO-LINES-FILE KEY IS >= PO-LINE-KEY
           INVALID KEY MOVE 1 TO SCAN-END.
       PERFORM READ-NEXT-PO-LINE
           UNTIL SCAN-END = 1 OR RECEIPT-OK = "Y".

       READ-NEXT-PO-LINE.
       READ PO-LINES-FILE NEXT RECORD
           AT END MOVE 1 TO SCAN-END
       END-READ.
       IF SCAN-END = 0
           IF PO-LINE-PO-ID NOT = RECEIPT-PO-ID
               MOVE 1 TO SCAN-END
           ELSE
               IF PO-LINE-PRODUCT-ID = MOVEMENT-PRODUCT-ID
                   MOVE "Y" TO RECEIPT-OK
               END-IF
           END-IF
       END-IF.

      *Creep is judged on the vendor's own price off the order, so
      *exchange moves and landed charges do not set it off. A dearer
      *receipt adds to the run, a cheaper one ends it.
       TRACK-COST-CREEP.
       MOVE "N" TO CREEP-FOUND.
       MOVE 1 TO CREEP-IDX.
       PERFORM FIND-CREEP-ROW
           UNTIL CREEP-FOUND = "Y" OR CREEP-IDX > CREEP-COUNT.
       IF CREEP-FOUND = "N"
           IF CREEP-COUNT < 300
               ADD 1 TO CREEP-COUNT
               MOVE CREEP-COUNT TO CREEP-IDX
               MOVE PO-VENDOR-ID TO CREEP-VENDOR-ID (CREEP-IDX)
               MOVE MOVEMENT-PRODUCT-ID TO CREEP-PRODUCT-ID (CREEP-IDX)
               MOVE VENDOR-UNIT-COST TO CREEP-FIRST-COST (CREEP-IDX)
               MOVE VENDOR-UNIT-COST TO CREEP-LAST-COST (CREEP-IDX)
               MOVE 0 TO CREEP-RISES (CREEP-IDX)
               MOVE "Y" TO CREEP-FOUND
           END-IF
       ELSE
           IF VENDOR-UNIT-COST > CREEP-LAST-COST (CREEP-IDX)
               IF CREEP-RISES (CREEP-IDX) = 0
                   MOVE CREEP-LAST-COST (CREEP-IDX)
                       TO CREEP-FIRST-COST (CREEP-IDX)
               END-IF
               ADD 1 TO CREEP-RISES (CREEP-IDX)
           ELSE IF VENDOR-UNIT-COST < CREEP-LAST-COST (CREEP-IDX)
               MOVE 0 TO CREEP-RISES (CREEP-IDX)
           END-IF
           MOVE VENDOR-UNIT-COST TO CREEP-LAST-COST (CREEP-IDX)
       END-IF.
       MOVE "N" TO CREEP-FLAG.
       IF CREEP-FOUND = "Y"
           IF CREEP-RISES (CREEP-IDX) >= CREEP-RISE-LIMIT
               MOVE "Y" TO CREEP-FLAG
           END-IF
       END-IF.

       FIND-CREEP-ROW.
       IF CREEP-VENDOR-ID (CREEP-IDX) = PO-VENDOR-ID
           AND CREEP-PRODUCT-ID (CREEP-IDX) = MOVEMENT-PRODUCT-ID
           MOVE "Y" TO CREEP-FOUND
       ELSE
           ADD 1 TO CREEP-IDX.

      *With no catalog cost on file the order cost stands in as
      *the standard, so the variance is then what the vendor billed
      *over what was agreed on the order.
       PRICE-RECEIPT.
       ADD 1 TO RECEIPT-COUNT.
       MOVE MOVEMENT-QUANTITY TO RECEIPT-QTY.
       MOVE ZERO TO RECEIPT-COSTS.
       IF PO-CURRENCY-CODE NOT = SPACE
           AND PO-EXCHANGE-RATE > 0
           MOVE PO-EXCHANGE-RATE TO PO-RATE
       ELSE
           MOVE 1 TO PO-RATE
       END-IF.
       COMPUTE PO-UNIT ROUNDED = PO-LINE-UNIT-COST * PO-RATE.
       MOVE MOVEMENT-UNIT-COST TO LAYER-UNIT.
       PERFORM FIND-CATALOG-COST.
       PERFORM FIND-INVOICED-COST.
       IF HAS-CATALOG = "Y"
           MOVE CATALOG-UNIT TO STANDARD-UNIT
       ELSE
           MOVE PO-UNIT TO STANDARD-UNIT
       END-IF.
       IF HAS-INVOICE = "Y"
           MOVE INVOICE-UNIT TO ACTUAL-UNIT
       ELSE
           MOVE PO-UNIT TO ACTUAL-UNIT
       END-IF.
       COMPUTE PPV-AMOUNT = (ACTUAL-UNIT - STANDARD-UNIT) * RECEIPT-QTY.
       COMPUTE ACTUAL-VALUE = ACTUAL-UNIT * RECEIPT-QTY.
       ADD PPV-AMOUNT TO PPV-GRAND-TOTAL.
       ADD ACTUAL-VALUE TO VALUE-GRAND-TOTAL.
       PERFORM PRINT-RECEIPT-LINE.
       PERFORM ADD-TO-VND-ROW.
       PERFORM ADD-TO-PRD-ROW.
       MOVE PO-BUYER-ID TO WORK-BUYER.
       IF WORK-BUYER = SPACE
           MOVE "(none)" TO WORK-BUYER
       END-IF.
       PERFORM ADD-TO-BUY-ROW.

       FIND-CATALOG-COST.
       MOVE "N" TO HAS-CATALOG.
       MOVE PO-VENDOR-ID TO XREF-VENDOR-ID.
       MOVE SPACE TO XREF-VENDOR-PART-NO.
       MOVE 0 TO SCAN-END.
       START VENDOR-XREF-FILE KEY IS >= VENDOR-XREF-KEY
           INVALID KEY MOVE 1 TO SCAN-END.
       PERFORM READ-NEXT-XREF UNTIL SCAN-END = 1 OR HAS-CATALOG = "Y".

       READ-NEXT-XREF.
       READ VENDOR-XREF-FILE NEXT RECORD
           AT END MOVE 1 TO SCAN-END
       END-READ.
       IF SCAN-END = 0
           IF XREF-VENDOR-ID NOT = PO-VENDOR-ID
               MOVE 1 TO SCAN-END
           ELSE
               IF XREF-PRODUCT-ID = MOVEMENT-PRODUCT-ID
                   MOVE "Y" TO HAS-CATALOG
                   COMPUTE CATALOG-UNIT ROUNDED =
                       XREF-UNIT-COST * PO-RATE
               END-IF
           END-IF
       END-IF.

      *The latest invoice against the order that bills this product
      *gives the invoiced cost.
       FIND-INVOICED-COST.
       MOVE "N" TO HAS-INVOICE.
       MOVE 0 TO VENDOR-INVOICE-ID.
       MOVE 0 TO INVOICE-END.
       START VENDOR-INVOICES-FILE KEY IS >= VENDOR-INVOICE-ID
           INVALID KEY MOVE 1 TO INVOICE-END.
       PERFORM READ-NEXT-VENDOR-INVOICE UNTIL INVOICE-END = 1.

       READ-NEXT-VENDOR-INVOICE.
       READ VENDOR-INVOICES-FILE NEXT RECORD
           AT END MOVE 1 TO INVOICE-END
       END-READ.
       IF INVOICE-END = 0
           IF VENDOR-INVOICE-PO-ID = RECEIPT-PO-ID
               PERFORM FIND-INVOICE-LINE
           END-IF
       END-IF.

       FIND-INVOICE-LINE.
       MOVE VENDOR-INVOICE-ID TO VINV-LINE-INVOICE-ID.
       MOVE 0 TO VINV-LINE-NUMBER.
       MOVE 0 TO SCAN-END.
       START VENDOR-INVOICE-LINES-FILE KEY IS >= VINV-LINE-KEY
           INVALID KEY MOVE 1 TO SCAN-END.
       PERFORM READ-NEXT-INVOICE-LINE UNTIL SCAN-END = 1.

       READ-NEXT-INVOICE-LINE.
       READ VENDOR-INVOICE-LINES-FILE NEXT RECORD
           AT END MOVE 1 TO SCAN-END
       END-READ.
       IF SCAN-END = 0
           IF VINV-LINE-INVOICE-ID NOT = VENDOR-INVOICE-ID
               MOVE 1 TO SCAN-END
           ELSE
               IF VINV-LINE-PRODUCT-ID = MOVEMENT-PRODUCT-ID
                   MOVE "Y" TO HAS-INVOICE
                   IF VENDOR-INVOICE-EXCH-RATE > 0
                       COMPUTE INVOICE-UNIT ROUNDED =
                           VINV-LINE-BILLED-COST
                           * VENDOR-INVOICE-EXCH-RATE
                   ELSE
                       MOVE VINV-LINE-BILLED-COST TO INVOICE-UNIT
                   END-IF
               END-IF
           END-IF
       END-IF.

       PRINT-RECEIPT-LINE.
       MOVE RECEIPT-QTY TO QTY-EDIT.
       MOVE PO-UNIT TO PO-EDIT.
       MOVE LAYER-UNIT TO LAYER-EDIT.
       IF HAS-CATALOG = "Y"
           MOVE CATALOG-UNIT TO CATALOG-EDIT
       ELSE
           MOVE 0 TO CATALOG-EDIT
       END-IF.
       IF HAS-INVOICE = "Y"
           MOVE INVOICE-UNIT TO INVOICE-NUM-EDIT
           MOVE INVOICE-NUM-EDIT TO INVOICE-EDIT
       ELSE
           MOVE "   (open)" TO INVOICE-EDIT
       END-IF.
       MOVE PPV-AMOUNT TO PPV-EDIT.
       MOVE SPACE TO FLAG-TEXT.
       IF CREEP-FLAG = "Y"
           MOVE "CREEP" TO FLAG-TEXT
       END-IF.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "PO " DELIMITED BY SIZE
           RECEIPT-PO-ID DELIMITED BY SIZE
           " Vnd " DELIMITED BY SIZE
           PO-VENDOR-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           MOVEMENT-PRODUCT-ID DELIMITED BY SIZE
           " Qty " DELIMITED BY SIZE
           QTY-EDIT DELIMITED BY SIZE
           " Cat " DELIMITED BY SIZE
           CATALOG-EDIT DELIMITED BY SIZE
           " PO " DELIMITED BY SIZE
           PO-EDIT DELIMITED BY SIZE
           " Inv " DELIMITED BY SIZE
           INVOICE-EDIT DELIMITED BY SIZE
           " Layer " DELIMITED BY SIZE
           LAYER-EDIT DELIMITED BY SIZE
           " PPV " DELIMITED BY SIZE
           PPV-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FLAG-TEXT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.

       ADD-TO-VND-ROW.
       MOVE "N" TO VND-FOUND.
       MOVE 1 TO VND-IDX.
       PERFORM FIND-VND-ROW
           UNTIL VND-FOUND = "Y" OR VND-IDX > VND-COUNT.
       IF VND-FOUND = "N" AND VND-COUNT < 100
           ADD 1 TO VND-COUNT
           MOVE VND-COUNT TO VND-IDX
           MOVE PO-VENDOR-ID TO VND-ID (VND-IDX)
           MOVE 0 TO VND-QTY (VND-IDX)
           MOVE 0 TO VND-VALUE (VND-IDX)
           MOVE 0 TO VND-PPV (VND-IDX)
           MOVE "Y" TO VND-FOUND
       END-IF.
       IF VND-FOUND = "Y"
           ADD RECEIPT-QTY TO VND-QTY (VND-IDX)
           ADD ACTUAL-VALUE TO VND-VALUE (VND-IDX)
           ADD PPV-AMOUNT TO VND-PPV (VND-IDX)
       END-IF.

       FIND-VND-ROW.
       IF VND-ID (VND-IDX) = PO-VENDOR-ID
           MOVE "Y" TO VND-FOUND
       ELSE
           ADD 1 TO VND-IDX.

       ADD-TO-PRD-ROW.
       MOVE "N" TO PRD-FOUND.
       MOVE 1 TO PRD-IDX.
       PERFORM FIND-PRD-ROW
           UNTIL PRD-FOUND = "Y" OR PRD-IDX > PRD-COUNT.
       IF PRD-FOUND = "N" AND PRD-COUNT < 300
           ADD 1 TO PRD-COUNT
           MOVE PRD-COUNT TO PRD-IDX
           MOVE MOVEMENT-PRODUCT-ID TO PRD-ID (PRD-IDX)
           MOVE 0 TO PRD-QTY (PRD-IDX)
           MOVE 0 TO PRD-VALUE (PRD-IDX)
           MOVE 0 TO PRD-PPV (PRD-IDX)
           MOVE "Y" TO PRD-FOUND
       END-IF.
       IF PRD-FOUND = "Y"
           ADD RECEIPT-QTY TO PRD-QTY (PRD-IDX)
           ADD ACTUAL-VALUE TO PRD-VALUE (PRD-IDX)
           ADD PPV-AMOUNT TO PRD-PPV (PRD-IDX)
       END-IF.

       FIND-PRD-ROW.
       IF PRD-ID (PRD-IDX) = MOVEMENT-PRODUCT-ID
           MOVE "Y" TO PRD-FOUND
       ELSE
           ADD 1 TO PRD-IDX.

       ADD-TO-BUY-ROW.
       MOVE "N" TO BUY-FOUND.
       MOVE 1 TO BUY-IDX.
       PERFORM FIND-BUY-ROW
           UNTIL BUY-FOUND = "Y" OR BUY-IDX > BUY-COUNT.
       IF BUY-FOUND = "N" AND BUY-COUNT < 50
           ADD 1 TO BUY-COUNT
           MOVE BUY-COUNT TO BUY-IDX
           MOVE WORK-BUYER TO BUY-ID (BUY-IDX)
           MOVE 0 TO BUY-QTY (BUY-IDX)
           MOVE 0 TO BUY-VALUE (BUY-IDX)
           MOVE 0 TO BUY-PPV (BUY-IDX)
           MOVE "Y" TO BUY-FOUND
       END-IF.
       IF BUY-FOUND = "Y"
           ADD RECEIPT-QTY TO BUY-QTY (BUY-IDX)
           ADD ACTUAL-VALUE TO BUY-VALUE (BUY-IDX)
           ADD PPV-AMOUNT TO BUY-PPV (BUY-IDX)
       END-IF.

       FIND-BUY-ROW.
       IF BUY-ID (BUY-IDX) = WORK-BUYER
           MOVE "Y" TO BUY-FOUND
       ELSE
           ADD 1 TO BUY-IDX.

       PRINT-TOTALS.
       MOVE "--------------------------------------------"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "By vendor:" TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE 1 TO VND-IDX.
       PERFORM PRINT-NEXT-VND-ROW UNTIL VND-IDX > VND-COUNT.
       MOVE "--------------------------------------------"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "By product:" TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE 1 TO PRD-IDX.
       PERFORM PRINT-NEXT-PRD-ROW UNTIL PRD-IDX > PRD-COUNT.
       MOVE "--------------------------------------------"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "By buyer:" TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE 1 TO BUY-IDX.
       PERFORM PRINT-NEXT-BUY-ROW UNTIL BUY-IDX > BUY-COUNT.
       MOVE "--------------------------------------------"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "Cost creep (three or more dearer receipts running):"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE 1 TO CREEP-IDX.
       PERFORM PRINT-NEXT-CREEP-ROW UNTIL CREEP-IDX > CREEP-COUNT.
       MOVE "--------------------------------------------"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE VALUE-GRAND-TOTAL TO VALUE-EDIT.
       MOVE PPV-GRAND-TOTAL TO PPV-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Total paid " DELIMITED BY SIZE
           VALUE-EDIT DELIMITED BY SIZE
           "  Total price variance " DELIMITED BY SIZE
           PPV-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "============================================"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.

       PRINT-NEXT-VND-ROW.
       MOVE VND-ID (VND-IDX) TO VENDOR-ID.
       READ VENDORS-FILE RECORD
           INVALID KEY
               MOVE "(vendor not on file)" TO VENDOR-NAME
       END-READ.
       MOVE VENDOR-NAME TO SHOW-NAME.
       MOVE VND-QTY (VND-IDX) TO SHOW-QTY.
       MOVE VND-VALUE (VND-IDX) TO SHOW-VALUE.
       MOVE VND-PPV (VND-IDX) TO SHOW-PPV.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Vendor " DELIMITED BY SIZE
           VND-ID (VND-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SHOW-NAME DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM PRINT-TOTAL-LINE.
       ADD 1 TO VND-IDX.

       PRINT-NEXT-PRD-ROW.
       MOVE PRD-QTY (PRD-IDX) TO SHOW-QTY.
       MOVE PRD-VALUE (PRD-IDX) TO SHOW-VALUE.
       MOVE PRD-PPV (PRD-IDX) TO SHOW-PPV.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Product " DELIMITED BY SIZE
           PRD-ID (PRD-IDX) DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM PRINT-TOTAL-LINE.
       ADD 1 TO PRD-IDX.

       PRINT-NEXT-BUY-ROW.
       MOVE BUY-QTY (BUY-IDX) TO SHOW-QTY.
       MOVE BUY-VALUE (BUY-IDX) TO SHOW-VALUE.
       MOVE BUY-PPV (BUY-IDX) TO SHOW-PPV.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Buyer " DELIMITED BY SIZE
           BUY-ID (BUY-IDX) DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM PRINT-TOTAL-LINE.
       ADD 1 TO BUY-IDX.

      *The row's label is already in the buffer; the figures go in
      *from column 60.
       PRINT-TOTAL-LINE.
       MOVE SHOW-QTY TO QTY-EDIT.
       MOVE SHOW-VALUE TO VALUE-EDIT.
       MOVE SHOW-PPV TO PPV-EDIT.
       STRING "Qty " DELIMITED BY SIZE
           QTY-EDIT DELIMITED BY SIZE
           " Paid " DELIMITED BY SIZE
           VALUE-EDIT DELIMITED BY SIZE
           " PPV " DELIMITED BY SIZE
           PPV-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER (60:73).
       PERFORM SHOW-REPORT-LINE.

       PRINT-NEXT-CREEP-ROW.
       IF CREEP-RISES (CREEP-IDX) >= CREEP-RISE-LIMIT
           MOVE CREEP-FIRST-COST (CREEP-IDX) TO FIRST-EDIT
           MOVE CREEP-LAST-COST (CREEP-IDX) TO LAST-EDIT
           MOVE CREEP-RISES (CREEP-IDX) TO RISES-EDIT
           MOVE SPACE TO REPORT-LINE-BUFFER
           STRING "CREEP Vendor " DELIMITED BY SIZE
               CREEP-VENDOR-ID (CREEP-IDX) DELIMITED BY SIZE
               " Product " DELIMITED BY SIZE
               CREEP-PRODUCT-ID (CREEP-IDX) DELIMITED BY SIZE
               " from " DELIMITED BY SIZE
               FIRST-EDIT DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               LAST-EDIT DELIMITED BY SIZE
               " over " DELIMITED BY SIZE
               RISES-EDIT DELIMITED BY SIZE
               " rises" DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
       END-IF.
       ADD 1 TO CREEP-IDX.

       SHOW-REPORT-LINE.
       DISPLAY REPORT-LINE-BUFFER.
       MOVE "L" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

       ASK-REPORT-PERIOD.
       MOVE "PERIOD" TO REPORT-PARM-KEY.
       PERFORM GET-REPORT-PARM.
       IF REPORT-PARM-FOUND = "Y"
           MOVE REPORT-PARM-NUMBER TO REPORT-PERIOD
       ELSE
           DISPLAY "Enter the month to report (YYYYMM): "
           ACCEPT REPORT-PERIOD
       END-IF.

      *A saved report request run unattended answers the options
      *above; run from the menu the operator is asked as before.
       GET-REPORT-PARM.
       CALL "get-report-parm" USING REPORT-PARM-KEY
           REPORT-PARM-FOUND REPORT-PARM-TEXT REPORT-PARM-NUMBER.

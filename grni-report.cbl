       IDENTIFICATION DIVISION.
       PROGRAM-ID. grni-report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "purchase-order-physical-file.cbl".
       COPY "purchase-order-lines-physical-file.cbl".
       COPY "vendor-invoice-physical-file.cbl".
       COPY "vendor-invoice-lines-physical-file.cbl".
       COPY "movement-physical-file.cbl".
       COPY "vendor-physical-file.cbl".
       COPY "gl-pending-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with purchase order fields.
       COPY "purchase-order-logic-file.cbl".
      * Logic file with purchase order line fields.
       COPY "purchase-order-lines-logic-file.cbl".
      * Logic file with vendor invoice fields.
       COPY "vendor-invoice-logic-file.cbl".
      * Logic file with vendor invoice line fields.
       COPY "vendor-invoice-lines-logic-file.cbl".
      * Logic file with movement fields.
       COPY "movement-logic-file.cbl".
      * Logic file with vendor fields.
       COPY "vendor-logic-file.cbl".
      * Logic file with pending GL posting fields.
       COPY "gl-pending-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  SCAN-END PIC 9 VALUE 0.
       77  PERIOD-END-DATE PIC 9(8).
       77  NEXT-PERIOD-DATE PIC 9(8).
       77  DAYS-IN-MONTH PIC 9(2).
       77  YEAR-QUOTIENT PIC 9(4).
       77  YEAR-REMAINDER PIC 9(2).
       01  PERIOD-DATE-FIELDS.
           05  PD-YEAR  PIC 9(4).
           05  PD-MONTH PIC 9(2).
           05  PD-DAY   PIC 9(2).
       01  PERIOD-DATE-NUMERIC REDEFINES PERIOD-DATE-FIELDS
           PIC 9(8).
      * Ages are counted in the 360-day year the aging reports use.
       01  CONV-DATE-FIELDS.
           05  CONV-YEAR  PIC 9(4).
           05  CONV-MONTH PIC 9(2).
           05  CONV-DAY   PIC 9(2).
       01  CONV-DATE-NUMERIC REDEFINES CONV-DATE-FIELDS PIC 9(8).
       01  CONV-DAYNUM PIC 9(7).
       01  END-DAYNUM PIC 9(7).
       77  AGE-DAYS PIC S9(7).
       77  AGE-BUCKET PIC 9.
      * The receipt reference is "PO " followed by the order id, and
      * the movement date is keyed as YYYY-MM-DD.
       01  RECEIPT-REFERENCE-SPLIT.
           05  RR-PREFIX  PIC X(3).
           05  RR-PO-ID   PIC X(6).
           05  FILLER     PIC X(11).
       01  RECEIPT-DATE-SPLIT.
           05  RD-YEAR  PIC X(4).
           05  FILLER   PIC X(1).
           05  RD-MONTH PIC X(2).
           05  FILLER   PIC X(1).
           05  RD-DAY   PIC X(2).
       01  RECEIPT-DATE-X.
           05  RX-YEAR  PIC X(4).
           05  RX-MONTH PIC X(2).
           05  RX-DAY   PIC X(2).
       01  RECEIPT-DATE REDEFINES RECEIPT-DATE-X PIC 9(8).
       77  RECEIPT-PO-ID PIC 9(6).
       77  TAKE-QTY PIC 9(5).
       77  REST-QTY PIC 9(5).
       77  EXCESS-QTY PIC 9(5).
      * Quantities the vendors have billed, by order and product, on
      * invoices dated up to the period end.
       01  BL-COUNT PIC 9(4) VALUE 0.
       01  BL-TABLE.
           05  BL-ENTRY OCCURS 1000 TIMES.
               10  BL-PO-ID      PIC 9(6).
               10  BL-PRODUCT-ID PIC X(15).
               10  BL-QTY        PIC 9(7).
       01  BL-IDX PIC 9(4).
       01  BL-FOUND PIC X.
       77  WANT-PRODUCT-ID PIC X(15).
      * Order lines with goods in that the vendor has not yet billed.
       01  GR-COUNT PIC 9(3) VALUE 0.
       01  GR-TABLE.
           05  GR-ENTRY OCCURS 500 TIMES.
               10  GR-PO-ID        PIC 9(6).
               10  GR-LINE-NUMBER  PIC 9(3).
               10  GR-VENDOR-ID    PIC 9(5).
               10  GR-PRODUCT-ID   PIC X(15).
               10  GR-RECEIVED     PIC 9(5).
               10  GR-BILLED       PIC 9(7).
               10  GR-BILLED-LEFT  PIC 9(7).
               10  GR-LATE-QTY     PIC 9(5).
               10  GR-OPEN-QTY     PIC 9(5).
               10  GR-AGED-QTY     PIC 9(5).
               10  GR-UNIT-HOME    PIC 9(7)V99.
               10  GR-PO-DAYNUM    PIC 9(7).
               10  GR-OLDEST-DAYS  PIC 9(5).
               10  GR-BUCKET-QTY   PIC 9(5) OCCURS 4 TIMES.
       01  GR-IDX PIC 9(3).
       01  GR-FOUND PIC X.
       77  OPEN-WORK PIC S9(7).
      * Vendor totals by age: 0-30, 31-60, 61-90 and over 90 days.
       01  VND-COUNT PIC 9(3) VALUE 0.
       01  VND-TABLE.
           05  VND-ENTRY OCCURS 100 TIMES.
               10  VND-ID        PIC 9(5).
               10  VND-BUCKET    PIC 9(11)V99 OCCURS 4 TIMES.
               10  VND-TOTAL     PIC 9(11)V99.
       01  VND-IDX PIC 9(3).
       01  VND-FOUND PIC X.
       01  GRAND-BUCKETS.
           05  GRAND-BUCKET PIC 9(11)V99 OCCURS 4 TIMES.
       77  GRAND-TOTAL PIC 9(11)V99 VALUE 0.
       77  BUCKET-IDX PIC 9.
       77  BUCKET-VALUE PIC 9(11)V99.
       77  LINE-VALUE PIC 9(11)V99.
       77  LINES-LISTED PIC 9(5) VALUE 0.
       77  SHOW-NAME PIC X(30).
       77  QTY-EDIT PIC Z(4)9.
       77  BILLED-EDIT PIC Z(6)9.
       77  UNIT-EDIT PIC Z(6)9.99.
       77  VALUE-EDIT PIC Z(10)9.99.
       77  DAYS-EDIT PIC Z(4)9.
       01  BUCKET-EDITS.
           05  BUCKET-EDIT PIC Z(8)9.99 OCCURS 4 TIMES.
      * The accrual and its reversal, queued for the GL extract.
       77  ACCRUAL-ALREADY-QUEUED PIC X.
       77  QUEUE-TYPE PIC X(10) VALUE "GRNI".
       77  QUEUE-REVERSE-FLAG PIC X.
       77  QUEUE-REFERENCE PIC X(20).
       01  REPORT-LINE-BUFFER PIC X(132).
       77  SPOOL-ACTION PIC X.
       77  SPOOL-REPORT-NAME PIC X(12) VALUE "GRNI".
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "GRNI-REPORT".
       77  LOG-MESSAGE-FIELD PIC X(80).
      * Options a saved report request can answer in place of the
      * prompts.
       COPY "report-parm.cbl".

       LINKAGE SECTION.
      * The month to report (YYYYMM), zero to ask for it, and "A" to
      * queue the period-end accrual as well as print the report -
      * period close does that - or "R" for the report alone.
       01  GRNI-PERIOD PIC 9(6).
       01  GRNI-MODE PIC X.

       PROCEDURE DIVISION USING GRNI-PERIOD GRNI-MODE.

      *Goods received not invoiced: every quantity booked in against
      *a purchase order line that no vendor invoice dated up to the
      *period end has billed yet, valued at the order cost in home
      *money. Vendors bill the oldest receipts first, so what is
      *still unbilled is the newest goods in, and is aged from those
      *receipts to the last day of the month.
       PROGRAM-BEGIN.
       IF GRNI-PERIOD = 0
           PERFORM ASK-GRNI-PERIOD
       END-IF.
       PERFORM FIND-PERIOD-DATES.
       MOVE 0 TO BL-COUNT.
       MOVE 0 TO GR-COUNT.
       MOVE 0 TO VND-COUNT.
       MOVE 0 TO GRAND-TOTAL.
       MOVE 0 TO LINES-LISTED.
       OPEN I-O PURCHASE-ORDERS-FILE.
       OPEN I-O PO-LINES-FILE.
       OPEN I-O VENDOR-INVOICES-FILE.
       OPEN I-O VENDOR-INVOICE-LINES-FILE.
       OPEN I-O MOVEMENTS-FILE.
       OPEN I-O VENDORS-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM GATHER-NEXT-VENDOR-INVOICE UNTIL END-OF-FILE = 1.
       MOVE 0 TO END-OF-FILE.
       PERFORM GATHER-NEXT-PO-LINE UNTIL END-OF-FILE = 1.
       MOVE 0 TO END-OF-FILE.
       PERFORM AGE-NEXT-RECEIPT UNTIL END-OF-FILE = 1.
       MOVE 1 TO GR-IDX.
       PERFORM FINISH-NEXT-GR-ROW UNTIL GR-IDX > GR-COUNT.
       PERFORM PRINT-GRNI-REPORT.
       CLOSE PURCHASE-ORDERS-FILE.
       CLOSE PO-LINES-FILE.
       CLOSE VENDOR-INVOICES-FILE.
       CLOSE VENDOR-INVOICE-LINES-FILE.
       CLOSE MOVEMENTS-FILE.
       CLOSE VENDORS-FILE.
       IF GRNI-MODE = "A"
           PERFORM QUEUE-GRNI-ACCRUAL
       END-IF.
       GOBACK.

      *The last day of the month and the first day of the next.
       FIND-PERIOD-DATES.
       COMPUTE PERIOD-DATE-NUMERIC = GRNI-PERIOD * 100 + 1.
       PERFORM FIND-DAYS-IN-MONTH.
       MOVE DAYS-IN-MONTH TO PD-DAY.
       MOVE PERIOD-DATE-NUMERIC TO PERIOD-END-DATE.
       MOVE PERIOD-END-DATE TO CONV-DATE-NUMERIC.
       PERFORM COMPUTE-CONV-DAYNUM.
       MOVE CONV-DAYNUM TO END-DAYNUM.
       MOVE 1 TO PD-DAY.
       IF PD-MONTH < 12
           ADD 1 TO PD-MONTH
       ELSE
           MOVE 1 TO PD-MONTH
           ADD 1 TO PD-YEAR
       END-IF.
       MOVE PERIOD-DATE-NUMERIC TO NEXT-PERIOD-DATE.

       FIND-DAYS-IN-MONTH.
       IF PD-MONTH = 4 OR PD-MONTH = 6
           OR PD-MONTH = 9 OR PD-MONTH = 11
           MOVE 30 TO DAYS-IN-MONTH
       ELSE IF PD-MONTH = 2
           PERFORM FIND-FEBRUARY-DAYS
       ELSE
           MOVE 31 TO DAYS-IN-MONTH.

       FIND-FEBRUARY-DAYS.
       MOVE 28 TO DAYS-IN-MONTH.
       DIVIDE PD-YEAR BY 4 GIVING YEAR-QUOTIENT
           REMAINDER YEAR-REMAINDER.
       IF YEAR-REMAINDER = 0
           MOVE 29 TO DAYS-IN-MONTH.

       COMPUTE-CONV-DAYNUM.
       COMPUTE CONV-DAYNUM = (CONV-YEAR * 360) + (CONV-MONTH * 30)
           + CONV-DAY.

      *Held invoices count as billed: the vendor has asked for the
      *money, and the dispute is over the price, not the goods.
       GATHER-NEXT-VENDOR-INVOICE.
       READ VENDOR-INVOICES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF VENDOR-INVOICE-PO-ID > 0
               AND VENDOR-INVOICE-DATE NOT > PERIOD-END-DATE
               PERFORM GATHER-INVOICE-LINES
           END-IF
       END-IF.

       GATHER-INVOICE-LINES.
       MOVE VENDOR-INVOICE-ID TO VINV-LINE-INVOICE-ID.
       MOVE 0 TO VINV-LINE-NUMBER.
       MOVE 0 TO SCAN-END.
       START VENDOR-INVOICE-LINES-FILE KEY IS >= VINV-LINE-KEY
           INVALID KEY MOVE 1 TO SCAN-END.
       PERFORM GATHER-NEXT-INVOICE-LINE UNTIL SCAN-END = 1.

       GATHER-NEXT-INVOICE-LINE.
       READ VENDOR-INVOICE-LINES-FILE NEXT RECORD
           AT END MOVE 1 TO SCAN-END
       END-READ.
       IF SCAN-END = 0
           IF VINV-LINE-INVOICE-ID NOT = VENDOR-INVOICE-ID
               MOVE 1 TO SCAN-END
           ELSE
               PERFORM ADD-TO-BL-ROW
           END-IF
       END-IF.

       ADD-TO-BL-ROW.
       MOVE VENDOR-INVOICE-PO-ID TO RECEIPT-PO-ID.
       MOVE VINV-LINE-PRODUCT-ID TO WANT-PRODUCT-ID.
       PERFORM FIND-BL-ROW-FOR-LINE.
       IF BL-FOUND = "N" AND BL-COUNT < 1000
           ADD 1 TO BL-COUNT
           MOVE BL-COUNT TO BL-IDX
           MOVE VENDOR-INVOICE-PO-ID TO BL-PO-ID (BL-IDX)
           MOVE VINV-LINE-PRODUCT-ID TO BL-PRODUCT-ID (BL-IDX)
           MOVE 0 TO BL-QTY (BL-IDX)
           MOVE "Y" TO BL-FOUND
       END-IF.
       IF BL-FOUND = "Y"
           ADD VINV-LINE-BILLED-QTY TO BL-QTY (BL-IDX)
       END-IF.

       FIND-BL-ROW-FOR-LINE.
       MOVE "N" TO BL-FOUND.
       MOVE 1 TO BL-IDX.
       PERFORM FIND-BL-ROW
           UNTIL BL-FOUND = "Y" OR BL-IDX > BL-COUNT.

       FIND-BL-ROW.
       IF BL-PO-ID (BL-IDX) = RECEIPT-PO-ID
           AND BL-PRODUCT-ID (BL-IDX) = WANT-PRODUCT-ID
           MOVE "Y" TO BL-FOUND
       ELSE
           ADD 1 TO BL-IDX.

       GATHER-NEXT-PO-LINE.
       READ PO-LINES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF PO-LINE-RECEIVED-QTY > 0
               PERFORM TAKE-PO-LINE
           END-IF
       END-IF.

       TAKE-PO-LINE.
       MOVE PO-LINE-PO-ID TO RECEIPT-PO-ID.
       MOVE PO-LINE-PRODUCT-ID TO WANT-PRODUCT-ID.
       PERFORM FIND-BL-ROW-FOR-LINE.
       IF BL-FOUND = "N"
           MOVE 0 TO BL-IDX
       END-IF.
       IF BL-IDX = 0
           PERFORM ADD-GR-ROW
       ELSE IF PO-LINE-RECEIVED-QTY > BL-QTY (BL-IDX)
           PERFORM ADD-GR-ROW
       END-IF.

      *The cost is the order's, converted at the rate stamped on the
      *order - the same home figure the receipt booked stock in at.
       ADD-GR-ROW.
       MOVE PO-LINE-PO-ID TO PO-ID.
       MOVE "S" TO RECORD-FOUND.
       READ PURCHASE-ORDERS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S" AND GR-COUNT < 500
           ADD 1 TO GR-COUNT
           MOVE GR-COUNT TO GR-IDX
           INITIALIZE GR-ENTRY (GR-IDX)
           MOVE PO-LINE-PO-ID TO GR-PO-ID (GR-IDX)
           MOVE PO-LINE-NUMBER TO GR-LINE-NUMBER (GR-IDX)
           MOVE PO-VENDOR-ID TO GR-VENDOR-ID (GR-IDX)
           MOVE PO-LINE-PRODUCT-ID TO GR-PRODUCT-ID (GR-IDX)
           MOVE PO-LINE-RECEIVED-QTY TO GR-RECEIVED (GR-IDX)
           IF BL-IDX > 0
               MOVE BL-QTY (BL-IDX) TO GR-BILLED (GR-IDX)
               MOVE BL-QTY (BL-IDX) TO GR-BILLED-LEFT (GR-IDX)
           END-IF
           IF PO-CURRENCY-CODE NOT = SPACE
               AND PO-EXCHANGE-RATE > 0
               COMPUTE GR-UNIT-HOME (GR-IDX) ROUNDED =
                   PO-LINE-UNIT-COST * PO-EXCHANGE-RATE
           ELSE
               MOVE PO-LINE-UNIT-COST TO GR-UNIT-HOME (GR-IDX)
           END-IF
           IF PO-EXPECTED-DATE > 0
               MOVE PO-EXPECTED-DATE TO CONV-DATE-NUMERIC
           ELSE
               MOVE PO-ORDER-DATE TO CONV-DATE-NUMERIC
           END-IF
           PERFORM COMPUTE-CONV-DAYNUM
           MOVE CONV-DAYNUM TO GR-PO-DAYNUM (GR-IDX)
       END-IF.

      *Receipts are read oldest first. Each one first uses up what
      *the vendor has billed on the line; whatever it brought in
      *beyond that is still unbilled and ages from its own date.
      *Receipts after the period end are not part of it at all.
       AGE-NEXT-RECEIPT.
       READ MOVEMENTS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND MOVEMENT-COMPANY-CODE = SESSION-COMPANY-CODE
           IF MOVEMENT-IS-ENTRY
               AND MOVEMENT-REASON = "PO RECEIPT"
               PERFORM TAKE-RECEIPT
           END-IF
       END-IF.

       TAKE-RECEIPT.
       MOVE MOVEMENT-REFERENCE TO RECEIPT-REFERENCE-SPLIT.
       MOVE MOVEMENT-DATE TO RECEIPT-DATE-SPLIT.
       MOVE RD-YEAR TO RX-YEAR.
       MOVE RD-MONTH TO RX-MONTH.
       MOVE RD-DAY TO RX-DAY.
       MOVE "N" TO GR-FOUND.
       IF RR-PREFIX = "PO " AND RR-PO-ID IS NUMERIC
           AND RECEIPT-DATE-X IS NUMERIC
           MOVE RR-PO-ID TO RECEIPT-PO-ID
           MOVE 1 TO GR-IDX
           PERFORM FIND-GR-ROW
               UNTIL GR-FOUND = "Y" OR GR-IDX > GR-COUNT
       END-IF.
       IF GR-FOUND = "Y"
           IF RECEIPT-DATE > PERIOD-END-DATE
               ADD MOVEMENT-QUANTITY TO GR-LATE-QTY (GR-IDX)
           ELSE
               PERFORM AGE-RECEIPT-QTY
           END-IF
       END-IF.

       FIND-GR-ROW.
       IF GR-PO-ID (GR-IDX) = RECEIPT-PO-ID
           AND GR-PRODUCT-ID (GR-IDX) = MOVEMENT-PRODUCT-ID
           MOVE "Y" TO GR-FOUND
       ELSE
           ADD 1 TO GR-IDX.

       AGE-RECEIPT-QTY.
       MOVE MOVEMENT-QUANTITY TO TAKE-QTY.
       IF TAKE-QTY > GR-BILLED-LEFT (GR-IDX)
           MOVE GR-BILLED-LEFT (GR-IDX) TO TAKE-QTY
       END-IF.
       SUBTRACT TAKE-QTY FROM GR-BILLED-LEFT (GR-IDX).
       COMPUTE REST-QTY = MOVEMENT-QUANTITY - TAKE-QTY.
       IF REST-QTY > 0
           MOVE RECEIPT-DATE TO CONV-DATE-NUMERIC
           PERFORM COMPUTE-CONV-DAYNUM
           PERFORM FIND-AGE-BUCKET
           ADD REST-QTY TO GR-BUCKET-QTY (GR-IDX AGE-BUCKET)
           ADD REST-QTY TO GR-AGED-QTY (GR-IDX)
           IF GR-OLDEST-DAYS (GR-IDX) = 0
               MOVE AGE-DAYS TO GR-OLDEST-DAYS (GR-IDX)
           END-IF
       END-IF.

       FIND-AGE-BUCKET.
       COMPUTE AGE-DAYS = END-DAYNUM - CONV-DAYNUM.
       IF AGE-DAYS < 0
           MOVE 0 TO AGE-DAYS
       END-IF.
       IF AGE-DAYS > 90
           MOVE 4 TO AGE-BUCKET
       ELSE IF AGE-DAYS > 60
           MOVE 3 TO AGE-BUCKET
       ELSE IF AGE-DAYS > 30
           MOVE 2 TO AGE-BUCKET
       ELSE
           MOVE 1 TO AGE-BUCKET.

      *What was open at the period end is the line's received
      *quantity less later receipts and what has been billed. Goods
      *that came in without a receipt movement - a drop shipment
      *straight to the customer - age from the order's expected
      *date; any ageing beyond the open quantity comes off the
      *newest bucket first.
       FINISH-NEXT-GR-ROW.
       COMPUTE OPEN-WORK = GR-RECEIVED (GR-IDX)
           - GR-LATE-QTY (GR-IDX) - GR-BILLED (GR-IDX).
       IF OPEN-WORK > 0
           MOVE OPEN-WORK TO GR-OPEN-QTY (GR-IDX)
       ELSE
           MOVE 0 TO GR-OPEN-QTY (GR-IDX)
       END-IF.
       IF GR-AGED-QTY (GR-IDX) < GR-OPEN-QTY (GR-IDX)
           COMPUTE REST-QTY =
               GR-OPEN-QTY (GR-IDX) - GR-AGED-QTY (GR-IDX)
           MOVE GR-PO-DAYNUM (GR-IDX) TO CONV-DAYNUM
           PERFORM FIND-AGE-BUCKET
           ADD REST-QTY TO GR-BUCKET-QTY (GR-IDX AGE-BUCKET)
           IF AGE-DAYS > GR-OLDEST-DAYS (GR-IDX)
               MOVE AGE-DAYS TO GR-OLDEST-DAYS (GR-IDX)
           END-IF
       ELSE
           COMPUTE EXCESS-QTY =
               GR-AGED-QTY (GR-IDX) - GR-OPEN-QTY (GR-IDX)
           MOVE 1 TO BUCKET-IDX
           PERFORM TRIM-NEXT-BUCKET
               UNTIL EXCESS-QTY = 0 OR BUCKET-IDX > 4
       END-IF.
       ADD 1 TO GR-IDX.

       TRIM-NEXT-BUCKET.
       MOVE EXCESS-QTY TO TAKE-QTY.
       IF TAKE-QTY > GR-BUCKET-QTY (GR-IDX BUCKET-IDX)
           MOVE GR-BUCKET-QTY (GR-IDX BUCKET-IDX) TO TAKE-QTY
       END-IF.
       SUBTRACT TAKE-QTY FROM GR-BUCKET-QTY (GR-IDX BUCKET-IDX).
       SUBTRACT TAKE-QTY FROM EXCESS-QTY.
       ADD 1 TO BUCKET-IDX.

       PRINT-GRNI-REPORT.
       MOVE 0 TO GRAND-BUCKET (1).
       MOVE 0 TO GRAND-BUCKET (2).
       MOVE 0 TO GRAND-BUCKET (3).
       MOVE 0 TO GRAND-BUCKET (4).
       MOVE "O" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "====== GOODS RECEIVED NOT INVOICED AT "
           DELIMITED BY SIZE
           PERIOD-END-DATE DELIMITED BY SIZE
           " ======" DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "PO     Ln  Vendor Product         Received  Billed"
           TO REPORT-LINE-BUFFER.
       MOVE " Open  Unit cost          Value   Age"
           TO REPORT-LINE-BUFFER (57:37).
       PERFORM SHOW-REPORT-LINE.
       MOVE 1 TO GR-IDX.
       PERFORM PRINT-NEXT-GR-ROW UNTIL GR-IDX > GR-COUNT.
       IF LINES-LISTED = 0
           MOVE "  No goods received and not invoiced."
               TO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
       END-IF.
       MOVE "--------------------------------------------"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "By vendor (home money):" TO REPORT-LINE-BUFFER.
       MOVE "   0-30 days   31-60 days   61-90 days      Over 90"
           TO REPORT-LINE-BUFFER (45:51).
       MOVE "         Total" TO REPORT-LINE-BUFFER (97:14).
       PERFORM SHOW-REPORT-LINE.
       MOVE 1 TO VND-IDX.
       PERFORM PRINT-NEXT-VND-ROW UNTIL VND-IDX > VND-COUNT.
       MOVE "--------------------------------------------"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       MOVE "Total goods received not invoiced"
           TO REPORT-LINE-BUFFER.
       MOVE GRAND-BUCKET (1) TO BUCKET-EDIT (1).
       MOVE GRAND-BUCKET (2) TO BUCKET-EDIT (2).
       MOVE GRAND-BUCKET (3) TO BUCKET-EDIT (3).
       MOVE GRAND-BUCKET (4) TO BUCKET-EDIT (4).
       MOVE GRAND-TOTAL TO VALUE-EDIT.
       PERFORM PRINT-BUCKET-FIGURES.
       MOVE "============================================"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "C" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

       PRINT-NEXT-GR-ROW.
       IF GR-OPEN-QTY (GR-IDX) > 0
           ADD 1 TO LINES-LISTED
           COMPUTE LINE-VALUE ROUNDED =
               GR-OPEN-QTY (GR-IDX) * GR-UNIT-HOME (GR-IDX)
           MOVE GR-RECEIVED (GR-IDX) TO QTY-EDIT
           MOVE GR-BILLED (GR-IDX) TO BILLED-EDIT
           MOVE GR-UNIT-HOME (GR-IDX) TO UNIT-EDIT
           MOVE LINE-VALUE TO VALUE-EDIT
           MOVE GR-OLDEST-DAYS (GR-IDX) TO DAYS-EDIT
           MOVE SPACE TO REPORT-LINE-BUFFER
           STRING GR-PO-ID (GR-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GR-LINE-NUMBER (GR-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GR-VENDOR-ID (GR-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               GR-PRODUCT-ID (GR-IDX) DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               QTY-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BILLED-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
           MOVE GR-OPEN-QTY (GR-IDX) TO QTY-EDIT
           STRING QTY-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               UNIT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VALUE-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DAYS-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER (57:76)
           PERFORM SHOW-REPORT-LINE
           PERFORM ADD-TO-VND-ROW
       END-IF.
       ADD 1 TO GR-IDX.

       ADD-TO-VND-ROW.
       MOVE "N" TO VND-FOUND.
       MOVE 1 TO VND-IDX.
       PERFORM FIND-VND-ROW
           UNTIL VND-FOUND = "Y" OR VND-IDX > VND-COUNT.
       IF VND-FOUND = "N" AND VND-COUNT < 100
           ADD 1 TO VND-COUNT
           MOVE VND-COUNT TO VND-IDX
           INITIALIZE VND-ENTRY (VND-IDX)
           MOVE GR-VENDOR-ID (GR-IDX) TO VND-ID (VND-IDX)
           MOVE "Y" TO VND-FOUND
       END-IF.
       MOVE 1 TO BUCKET-IDX.
       PERFORM ADD-NEXT-BUCKET UNTIL BUCKET-IDX > 4.

       FIND-VND-ROW.
       IF VND-ID (VND-IDX) = GR-VENDOR-ID (GR-IDX)
           MOVE "Y" TO VND-FOUND
       ELSE
           ADD 1 TO VND-IDX.

       ADD-NEXT-BUCKET.
       COMPUTE BUCKET-VALUE ROUNDED =
           GR-BUCKET-QTY (GR-IDX BUCKET-IDX) * GR-UNIT-HOME (GR-IDX).
       IF VND-FOUND = "Y"
           ADD BUCKET-VALUE TO VND-BUCKET (VND-IDX BUCKET-IDX)
           ADD BUCKET-VALUE TO VND-TOTAL (VND-IDX)
       END-IF.
       ADD BUCKET-VALUE TO GRAND-BUCKET (BUCKET-IDX).
       ADD BUCKET-VALUE TO GRAND-TOTAL.
       ADD 1 TO BUCKET-IDX.

       PRINT-NEXT-VND-ROW.
       MOVE VND-ID (VND-IDX) TO VENDOR-ID.
       READ VENDORS-FILE RECORD
           INVALID KEY
               MOVE "(vendor not on file)" TO VENDOR-NAME
       END-READ.
       MOVE VENDOR-NAME TO SHOW-NAME.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Vendor " DELIMITED BY SIZE
           VND-ID (VND-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SHOW-NAME DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       MOVE VND-BUCKET (VND-IDX 1) TO BUCKET-EDIT (1).
       MOVE VND-BUCKET (VND-IDX 2) TO BUCKET-EDIT (2).
       MOVE VND-BUCKET (VND-IDX 3) TO BUCKET-EDIT (3).
       MOVE VND-BUCKET (VND-IDX 4) TO BUCKET-EDIT (4).
       MOVE VND-TOTAL (VND-IDX) TO VALUE-EDIT.
       PERFORM PRINT-BUCKET-FIGURES.
       ADD 1 TO VND-IDX.

      *The row's label is already in the buffer; the figures go in
      *from column 45.
       PRINT-BUCKET-FIGURES.
       STRING BUCKET-EDIT (1) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           BUCKET-EDIT (2) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           BUCKET-EDIT (3) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           BUCKET-EDIT (4) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VALUE-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER (45:88).
       PERFORM SHOW-REPORT-LINE.

      *The liability goes on the books on the last day of the month
      *and comes off again on the first day of the next, when the
      *invoices that arrive take over. A period closed, reopened and
      *closed again is accrued only once.
       QUEUE-GRNI-ACCRUAL.
       MOVE SPACE TO QUEUE-REFERENCE.
       STRING "GRNI " DELIMITED BY SIZE
           GRNI-PERIOD DELIMITED BY SIZE
           INTO QUEUE-REFERENCE.
       MOVE "N" TO ACCRUAL-ALREADY-QUEUED.
       OPEN I-O GL-PENDING-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM CHECK-NEXT-PENDING UNTIL END-OF-FILE = 1.
       CLOSE GL-PENDING-FILE.
       IF ACCRUAL-ALREADY-QUEUED = "Y"
           DISPLAY "The GRNI accrual for " GRNI-PERIOD
           " was queued at an earlier close. Not queued again."
           MOVE "GRNI accrual already queued for period."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
       ELSE IF GRAND-TOTAL = 0
           DISPLAY "No goods received not invoiced - no accrual."
       ELSE
           MOVE "N" TO QUEUE-REVERSE-FLAG
           CALL "queue-gl-posting" USING QUEUE-TYPE PERIOD-END-DATE
               GRAND-TOTAL QUEUE-REVERSE-FLAG QUEUE-REFERENCE
           MOVE "Y" TO QUEUE-REVERSE-FLAG
           CALL "queue-gl-posting" USING QUEUE-TYPE NEXT-PERIOD-DATE
               GRAND-TOTAL QUEUE-REVERSE-FLAG QUEUE-REFERENCE
           MOVE GRAND-TOTAL TO VALUE-EDIT
           DISPLAY "GRNI accrual of " VALUE-EDIT " queued for "
           PERIOD-END-DATE ", reversing " NEXT-PERIOD-DATE "."
       END-IF.

       CHECK-NEXT-PENDING.
       READ GL-PENDING-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF GL-PENDING-TYPE = QUEUE-TYPE
               AND GL-PENDING-REFERENCE = QUEUE-REFERENCE
               AND GL-PENDING-COMPANY-CODE = SESSION-COMPANY-CODE
               MOVE "Y" TO ACCRUAL-ALREADY-QUEUED
               MOVE 1 TO END-OF-FILE
           END-IF
       END-IF.

       SHOW-REPORT-LINE.
       DISPLAY REPORT-LINE-BUFFER.
       MOVE "L" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

       ASK-GRNI-PERIOD.
       MOVE "PERIOD" TO REPORT-PARM-KEY.
       PERFORM GET-REPORT-PARM.
       IF REPORT-PARM-FOUND = "Y"
           MOVE REPORT-PARM-NUMBER TO GRNI-PERIOD
       ELSE
           DISPLAY "Enter the month to report (YYYYMM): "
           ACCEPT GRNI-PERIOD
       END-IF.

      *A saved report request run unattended answers the options
      *above; run from the menu the operator is asked as before.
       GET-REPORT-PARM.
       CALL "get-report-parm" USING REPORT-PARM-KEY
           REPORT-PARM-FOUND REPORT-PARM-TEXT REPORT-PARM-NUMBER.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projected-inventory-plan.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "physical-file.cbl".
       COPY "order-physical-file.cbl".
       COPY "order-lines-physical-file.cbl".
       COPY "purchase-order-physical-file.cbl".
       COPY "purchase-order-lines-physical-file.cbl".
       COPY "standing-order-physical-file.cbl".
       COPY "standing-order-lines-physical-file.cbl".
       COPY "blanket-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with products fields.
       COPY "logic-file.cbl".
      * Logic file with order header fields.
       COPY "order-logic-file.cbl".
      * Logic file with order line fields.
       COPY "order-lines-logic-file.cbl".
      * Logic file with purchase order header fields.
       COPY "purchase-order-logic-file.cbl".
      * Logic file with purchase order line fields.
       COPY "purchase-order-lines-logic-file.cbl".
      * Logic file with standing order template fields.
       COPY "standing-order-logic-file.cbl".
      * Logic file with standing order line fields.
       COPY "standing-order-lines-logic-file.cbl".
      * Logic file with blanket purchase agreement fields.
       COPY "blanket-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  SCAN-EOF PIC 9.
       77  RUN-DATE PIC 9(8).
       77  HORIZON-END-DATE PIC 9(8).
       77  EVENT-DATE PIC 9(8).
       77  EVENT-WEEK PIC 9(2).
       77  EVENT-QTY PIC 9(7).
      * Twelve weekly buckets from today; week 1 also takes anything
      * already overdue.
       01  WEEK-TABLE.
           05  WEEK-ENTRY OCCURS 12 TIMES.
               10  WEEK-START-DATE PIC 9(8).
               10  WEEK-END-DATE   PIC 9(8).
               10  WEEK-DEMAND     PIC 9(7).
               10  WEEK-SUPPLY     PIC 9(7).
               10  WEEK-PLANNED    PIC 9(7).
               10  WEEK-PROJECTED  PIC S9(7).
       77  WEEK-IDX PIC 9(2).
      * How many times each active standing order will generate
      * inside each week of the horizon.
       01  TEMPLATE-COUNT PIC 9(3) VALUE 0.
       01  TEMPLATE-PLAN-TABLE.
           05  TEMPLATE-PLAN OCCURS 200 TIMES.
               10  TP-TEMPLATE-ID   PIC 9(4).
               10  TP-WEEK-RUNS     PIC 9(2) OCCURS 12 TIMES.
       77  TP-IDX PIC 9(3).
       77  TP-FOUND PIC X.
       77  DAYS-TO-ADD PIC 9(3).
       77  DAYS-TO-TAKE PIC 9(3).
       77  DAYS-IN-MONTH PIC 9(2).
       77  YEAR-QUOTIENT PIC 9(4).
       77  YEAR-REMAINDER PIC 9(2).
       01  STEP-DATE-FIELDS.
           05  STEP-YEAR  PIC 9(4).
           05  STEP-MONTH PIC 9(2).
           05  STEP-DAY   PIC 9(2).
       01  STEP-DATE-NUMERIC REDEFINES STEP-DATE-FIELDS PIC 9(8).
       77  PROJECTED-QTY PIC S9(7).
       77  SHORTFALL-QTY PIC 9(7).
       77  PLANNED-QTY PIC 9(7).
       77  PACK-REMAINDER PIC 9(3).
       77  PACK-COUNT PIC 9(7).
       77  ORDER-BY-DATE PIC 9(8).
       77  PRODUCT-HAS-ACTIVITY PIC X.
       77  SUGGESTION-COUNT PIC 9(3).
       77  BLANKET-FOUND-ID PIC 9(6).
       77  BLANKET-LEFT-QTY PIC 9(7).
       77  PRODUCTS-PLANNED PIC 9(5) VALUE 0.
       77  SUGGESTIONS-MADE PIC 9(5) VALUE 0.
       77  LATE-SUGGESTIONS PIC 9(5) VALUE 0.
       77  WEEK-QTY-EDIT PIC -Z(5)9.
       77  QTY-EDIT PIC Z(6)9.
       77  LINE-POS PIC 9(3).
       01  REPORT-LINE-BUFFER PIC X(132).
       77  SPOOL-ACTION PIC X.
       77  SPOOL-REPORT-NAME PIC X(12) VALUE "PROJPLAN".

       PROCEDURE DIVISION.

      *The next twelve weeks for every active product: on hand
      *today, less open customer order lines by the date the
      *customer asked for, less what the standing orders will
      *generate, plus open purchase order lines - blanket releases
      *among them - by the date the vendor promised. A week that
      *ends below safety stock gets a planned order big enough to
      *bring it back, needed at the start of that week and to be
      *placed one lead time earlier, so we buy for the week we run
      *short rather than on the day we cross the reorder point.
       PROGRAM-BEGIN.
       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       PERFORM BUILD-WEEK-BUCKETS.
       OPEN I-O STANDING-ORDERS-FILE.
       PERFORM PLAN-STANDING-ORDERS.
       CLOSE STANDING-ORDERS-FILE.
       MOVE "O" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       PERFORM PRINT-PLAN-HEADING.
       OPEN I-O PRODUCTS-FILE.
       OPEN I-O ORDERS-FILE.
       OPEN I-O ORDER-LINES-FILE.
       OPEN I-O PURCHASE-ORDERS-FILE.
       OPEN I-O PO-LINES-FILE.
       OPEN I-O STANDING-LINES-FILE.
       OPEN I-O BLANKETS-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM PLAN-NEXT-PRODUCT UNTIL END-OF-FILE = 1.
       CLOSE PRODUCTS-FILE.
       CLOSE ORDERS-FILE.
       CLOSE ORDER-LINES-FILE.
       CLOSE PURCHASE-ORDERS-FILE.
       CLOSE PO-LINES-FILE.
       CLOSE STANDING-LINES-FILE.
       CLOSE BLANKETS-FILE.
       MOVE "============================================"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Products planned: " DELIMITED BY SIZE
           PRODUCTS-PLANNED DELIMITED BY SIZE
           " Planned orders: " DELIMITED BY SIZE
           SUGGESTIONS-MADE DELIMITED BY SIZE
           " Already late: " DELIMITED BY SIZE
           LATE-SUGGESTIONS DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "C" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       GOBACK.

       BUILD-WEEK-BUCKETS.
       MOVE RUN-DATE TO STEP-DATE-NUMERIC.
       MOVE 1 TO WEEK-IDX.
       PERFORM BUILD-ONE-WEEK UNTIL WEEK-IDX > 12.
       MOVE WEEK-END-DATE (12) TO HORIZON-END-DATE.

       BUILD-ONE-WEEK.
       MOVE STEP-DATE-NUMERIC TO WEEK-START-DATE (WEEK-IDX).
       MOVE 6 TO DAYS-TO-ADD.
       PERFORM ADVANCE-ONE-DAY UNTIL DAYS-TO-ADD = 0.
       MOVE STEP-DATE-NUMERIC TO WEEK-END-DATE (WEEK-IDX).
       MOVE 1 TO DAYS-TO-ADD.
       PERFORM ADVANCE-ONE-DAY UNTIL DAYS-TO-ADD = 0.
       ADD 1 TO WEEK-IDX.

      *Past dates fall in week 1: the goods are owed now. Dates past
      *the horizon come back as week zero and are left out.
       FIND-EVENT-WEEK.
       MOVE 0 TO EVENT-WEEK.
       IF EVENT-DATE <= HORIZON-END-DATE
           MOVE 1 TO WEEK-IDX
           PERFORM CHECK-EVENT-WEEK
               UNTIL EVENT-WEEK > 0 OR WEEK-IDX > 12
       END-IF.

       CHECK-EVENT-WEEK.
       IF EVENT-DATE <= WEEK-END-DATE (WEEK-IDX)
           MOVE WEEK-IDX TO EVENT-WEEK
       ELSE
           ADD 1 TO WEEK-IDX.

      *A standing order overdue for generation will go out on the
      *next batch run, so it counts from today.
       PLAN-STANDING-ORDERS.
       MOVE 0 TO TEMPLATE-COUNT.
       MOVE 0 TO SCAN-EOF.
       PERFORM PLAN-NEXT-TEMPLATE UNTIL SCAN-EOF = 1.

       PLAN-NEXT-TEMPLATE.
       READ STANDING-ORDERS-FILE NEXT RECORD
           AT END MOVE 1 TO SCAN-EOF
       END-READ.
       IF SCAN-EOF = 0
           IF TEMPLATE-IS-ACTIVE AND TEMPLATE-COUNT < 200
               ADD 1 TO TEMPLATE-COUNT
               MOVE TEMPLATE-ID TO TP-TEMPLATE-ID (TEMPLATE-COUNT)
               MOVE 1 TO WEEK-IDX
               PERFORM CLEAR-TEMPLATE-WEEK UNTIL WEEK-IDX > 12
               IF TEMPLATE-NEXT-RUN-DATE < RUN-DATE
                   MOVE RUN-DATE TO EVENT-DATE
               ELSE
                   MOVE TEMPLATE-NEXT-RUN-DATE TO EVENT-DATE
               END-IF
               PERFORM COUNT-TEMPLATE-RUN
                   UNTIL EVENT-DATE > HORIZON-END-DATE
           END-IF
       END-IF.

       CLEAR-TEMPLATE-WEEK.
       MOVE 0 TO TP-WEEK-RUNS (TEMPLATE-COUNT WEEK-IDX).
       ADD 1 TO WEEK-IDX.

       COUNT-TEMPLATE-RUN.
       PERFORM FIND-EVENT-WEEK.
       IF EVENT-WEEK > 0
           ADD 1 TO TP-WEEK-RUNS (TEMPLATE-COUNT EVENT-WEEK)
       END-IF.
       IF TEMPLATE-FREQUENCY-DAYS = 0
           MOVE 99999999 TO EVENT-DATE
       ELSE
           MOVE EVENT-DATE TO STEP-DATE-NUMERIC
           MOVE TEMPLATE-FREQUENCY-DAYS TO DAYS-TO-ADD
           PERFORM ADVANCE-ONE-DAY UNTIL DAYS-TO-ADD = 0
           MOVE STEP-DATE-NUMERIC TO EVENT-DATE
       END-IF.

       PLAN-NEXT-PRODUCT.
       READ PRODUCTS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND PRODUCT-COMPANY-CODE = SESSION-COMPANY-CODE
           IF NOT PRODUCT-IS-INACTIVE
               AND PRODUCT-SUPERSEDED-BY = SPACE
               PERFORM PLAN-ONE-PRODUCT
           END-IF
       END-IF.

       PLAN-ONE-PRODUCT.
       MOVE "N" TO PRODUCT-HAS-ACTIVITY.
       MOVE 1 TO WEEK-IDX.
       PERFORM CLEAR-PRODUCT-WEEK UNTIL WEEK-IDX > 12.
       PERFORM GATHER-ORDER-DEMAND.
       PERFORM GATHER-STANDING-DEMAND.
       PERFORM GATHER-PO-SUPPLY.
       MOVE 0 TO SUGGESTION-COUNT.
       MOVE PRODUCT-QUANTITY TO PROJECTED-QTY.
       MOVE 1 TO WEEK-IDX.
       PERFORM PROJECT-ONE-WEEK UNTIL WEEK-IDX > 12.
       IF PRODUCT-HAS-ACTIVITY = "Y" OR SUGGESTION-COUNT > 0
           ADD 1 TO PRODUCTS-PLANNED
           PERFORM PRINT-PRODUCT-PLAN
       END-IF.

       CLEAR-PRODUCT-WEEK.
       MOVE 0 TO WEEK-DEMAND (WEEK-IDX).
       MOVE 0 TO WEEK-SUPPLY (WEEK-IDX).
       MOVE 0 TO WEEK-PLANNED (WEEK-IDX).
       ADD 1 TO WEEK-IDX.

      *Open and backordered lines of live orders still have to go
      *out; drop-ship lines never touch our stock. An order keyed
      *without a requested date is wanted on its order date.
       GATHER-ORDER-DEMAND.
       CLOSE ORDER-LINES-FILE.
       OPEN I-O ORDER-LINES-FILE.
       MOVE 0 TO SCAN-EOF.
       PERFORM GATHER-NEXT-ORDER-LINE UNTIL SCAN-EOF = 1.

       GATHER-NEXT-ORDER-LINE.
       READ ORDER-LINES-FILE NEXT RECORD
           AT END MOVE 1 TO SCAN-EOF
       END-READ.
       IF SCAN-EOF = 0
           IF LINE-PRODUCT-ID = PRODUCT-ID
               AND (LINE-STATUS = "Open"
                   OR LINE-STATUS = "Backordered")
               AND QUANTITY > LINE-PICKED-QTY
               PERFORM ADD-ORDER-LINE-DEMAND
           END-IF
       END-IF.

       ADD-ORDER-LINE-DEMAND.
       MOVE LINE-ORDER-ID TO ORDER-ID.
       MOVE "S" TO RECORD-FOUND.
       READ ORDERS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND (ORDER-STATUS = "Pending"
               OR ORDER-STATUS = "Part-Shipped")
           IF ORDER-REQUESTED-DATE > 0
               MOVE ORDER-REQUESTED-DATE TO EVENT-DATE
           ELSE
               MOVE ORDER-DATE-NUMERIC TO EVENT-DATE
           END-IF
           PERFORM FIND-EVENT-WEEK
           IF EVENT-WEEK > 0
               COMPUTE EVENT-QTY = QUANTITY - LINE-PICKED-QTY
               ADD EVENT-QTY TO WEEK-DEMAND (EVENT-WEEK)
               MOVE "Y" TO PRODUCT-HAS-ACTIVITY
           END-IF
       END-IF.

       GATHER-STANDING-DEMAND.
       CLOSE STANDING-LINES-FILE.
       OPEN I-O STANDING-LINES-FILE.
       MOVE 0 TO SCAN-EOF.
       PERFORM GATHER-NEXT-STANDING-LINE UNTIL SCAN-EOF = 1.

       GATHER-NEXT-STANDING-LINE.
       READ STANDING-LINES-FILE NEXT RECORD
           AT END MOVE 1 TO SCAN-EOF
       END-READ.
       IF SCAN-EOF = 0
           IF SLINE-PRODUCT-ID = PRODUCT-ID
               PERFORM FIND-TEMPLATE-PLAN
               IF TP-FOUND = "Y"
                   MOVE 1 TO WEEK-IDX
                   PERFORM ADD-STANDING-WEEK UNTIL WEEK-IDX > 12
               END-IF
           END-IF
       END-IF.

       FIND-TEMPLATE-PLAN.
       MOVE "N" TO TP-FOUND.
       MOVE 1 TO TP-IDX.
       PERFORM CHECK-TEMPLATE-PLAN
           UNTIL TP-FOUND = "Y" OR TP-IDX > TEMPLATE-COUNT.

       CHECK-TEMPLATE-PLAN.
       IF TP-TEMPLATE-ID (TP-IDX) = SLINE-TEMPLATE-ID
           MOVE "Y" TO TP-FOUND
       ELSE
           ADD 1 TO TP-IDX.

       ADD-STANDING-WEEK.
       IF TP-WEEK-RUNS (TP-IDX WEEK-IDX) > 0
           COMPUTE EVENT-QTY =
               SLINE-QUANTITY * TP-WEEK-RUNS (TP-IDX WEEK-IDX)
           ADD EVENT-QTY TO WEEK-DEMAND (WEEK-IDX)
           MOVE "Y" TO PRODUCT-HAS-ACTIVITY
       END-IF.
       ADD 1 TO WEEK-IDX.

      *Open lines of Open purchase orders still owe us goods, the
      *releases cut against blanket agreements included; a PO with
      *no expected date is counted as due now.
       GATHER-PO-SUPPLY.
       CLOSE PO-LINES-FILE.
       OPEN I-O PO-LINES-FILE.
       MOVE 0 TO SCAN-EOF.
       PERFORM GATHER-NEXT-PO-LINE UNTIL SCAN-EOF = 1.

       GATHER-NEXT-PO-LINE.
       READ PO-LINES-FILE NEXT RECORD
           AT END MOVE 1 TO SCAN-EOF
       END-READ.
       IF SCAN-EOF = 0
           IF PO-LINE-PRODUCT-ID = PRODUCT-ID
               AND PO-LINE-STATUS = "Open"
               AND PO-LINE-ORDERED-QTY > PO-LINE-RECEIVED-QTY
               PERFORM ADD-PO-LINE-SUPPLY
           END-IF
       END-IF.

       ADD-PO-LINE-SUPPLY.
       MOVE PO-LINE-PO-ID TO PO-ID.
       MOVE "S" TO RECORD-FOUND.
       READ PURCHASE-ORDERS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S" AND PO-STATUS = "Open"
           MOVE PO-EXPECTED-DATE TO EVENT-DATE
           PERFORM FIND-EVENT-WEEK
           IF EVENT-WEEK > 0
               COMPUTE EVENT-QTY =
                   PO-LINE-ORDERED-QTY - PO-LINE-RECEIVED-QTY
               ADD EVENT-QTY TO WEEK-SUPPLY (EVENT-WEEK)
               MOVE "Y" TO PRODUCT-HAS-ACTIVITY
           END-IF
       END-IF.

      *A planned order is assumed to arrive in the week it is for,
      *so the weeks after it are projected with it on hand.
       PROJECT-ONE-WEEK.
       COMPUTE PROJECTED-QTY = PROJECTED-QTY
           + WEEK-SUPPLY (WEEK-IDX) - WEEK-DEMAND (WEEK-IDX).
       IF PROJECTED-QTY < PRODUCT-SAFETY-STOCK
           COMPUTE SHORTFALL-QTY =
               PRODUCT-SAFETY-STOCK - PROJECTED-QTY
           PERFORM SIZE-PLANNED-ORDER
           MOVE PLANNED-QTY TO WEEK-PLANNED (WEEK-IDX)
           ADD PLANNED-QTY TO PROJECTED-QTY
           ADD 1 TO SUGGESTION-COUNT
       END-IF.
       MOVE PROJECTED-QTY TO WEEK-PROJECTED (WEEK-IDX).
       ADD 1 TO WEEK-IDX.

      *At least the vendor's minimum, rounded up to whole cases.
       SIZE-PLANNED-ORDER.
       MOVE SHORTFALL-QTY TO PLANNED-QTY.
       IF PLANNED-QTY < PRODUCT-MIN-ORDER-QTY
           MOVE PRODUCT-MIN-ORDER-QTY TO PLANNED-QTY
       END-IF.
       IF PRODUCT-CASE-PACK > 1
           DIVIDE PLANNED-QTY BY PRODUCT-CASE-PACK
               GIVING PACK-COUNT REMAINDER PACK-REMAINDER
           IF PACK-REMAINDER > 0
               COMPUTE PLANNED-QTY =
                   (PACK-COUNT + 1) * PRODUCT-CASE-PACK
           END-IF
       END-IF.

       PRINT-PRODUCT-PLAN.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING PRODUCT-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PRODUCT-NAME DELIMITED BY SIZE
           " on hand " DELIMITED BY SIZE
           PRODUCT-QUANTITY DELIMITED BY SIZE
           " safety " DELIMITED BY SIZE
           PRODUCT-SAFETY-STOCK DELIMITED BY SIZE
           " lead " DELIMITED BY SIZE
           PRODUCT-LEAD-TIME-DAYS DELIMITED BY SIZE
           " days" DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       MOVE "  Demand   " TO REPORT-LINE-BUFFER (1:11).
       MOVE 1 TO WEEK-IDX.
       PERFORM PUT-WEEK-DEMAND UNTIL WEEK-IDX > 12.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       MOVE "  Supply   " TO REPORT-LINE-BUFFER (1:11).
       MOVE 1 TO WEEK-IDX.
       PERFORM PUT-WEEK-SUPPLY UNTIL WEEK-IDX > 12.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       MOVE "  Planned  " TO REPORT-LINE-BUFFER (1:11).
       MOVE 1 TO WEEK-IDX.
       PERFORM PUT-WEEK-PLANNED UNTIL WEEK-IDX > 12.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       MOVE "  Projected" TO REPORT-LINE-BUFFER (1:11).
       MOVE 1 TO WEEK-IDX.
       PERFORM PUT-WEEK-PROJECTED UNTIL WEEK-IDX > 12.
       PERFORM SHOW-REPORT-LINE.
       MOVE 1 TO WEEK-IDX.
       PERFORM PRINT-PLANNED-ORDER UNTIL WEEK-IDX > 12.

       PUT-WEEK-DEMAND.
       MOVE WEEK-DEMAND (WEEK-IDX) TO WEEK-QTY-EDIT.
       PERFORM PUT-WEEK-COLUMN.

       PUT-WEEK-SUPPLY.
       MOVE WEEK-SUPPLY (WEEK-IDX) TO WEEK-QTY-EDIT.
       PERFORM PUT-WEEK-COLUMN.

       PUT-WEEK-PLANNED.
       MOVE WEEK-PLANNED (WEEK-IDX) TO WEEK-QTY-EDIT.
       PERFORM PUT-WEEK-COLUMN.

       PUT-WEEK-PROJECTED.
       MOVE WEEK-PROJECTED (WEEK-IDX) TO WEEK-QTY-EDIT.
       PERFORM PUT-WEEK-COLUMN.

      *Twelve columns of nine, starting after the row label.
       PUT-WEEK-COLUMN.
       COMPUTE LINE-POS = 12 + (WEEK-IDX - 1) * 9 + 2.
       MOVE WEEK-QTY-EDIT TO REPORT-LINE-BUFFER (LINE-POS:7).
       ADD 1 TO WEEK-IDX.

       PRINT-PLANNED-ORDER.
       IF WEEK-PLANNED (WEEK-IDX) > 0
           ADD 1 TO SUGGESTIONS-MADE
           MOVE WEEK-START-DATE (WEEK-IDX) TO STEP-DATE-NUMERIC
           MOVE PRODUCT-LEAD-TIME-DAYS TO DAYS-TO-TAKE
           PERFORM RETREAT-ONE-DAY UNTIL DAYS-TO-TAKE = 0
           MOVE STEP-DATE-NUMERIC TO ORDER-BY-DATE
           MOVE WEEK-PLANNED (WEEK-IDX) TO QTY-EDIT
           MOVE SPACE TO REPORT-LINE-BUFFER
           STRING "  Planned order: " DELIMITED BY SIZE
               QTY-EDIT DELIMITED BY SIZE
               " from vendor " DELIMITED BY SIZE
               PRODUCT-VENDOR-ID DELIMITED BY SIZE
               " need by " DELIMITED BY SIZE
               WEEK-START-DATE (WEEK-IDX) DELIMITED BY SIZE
               " order by " DELIMITED BY SIZE
               ORDER-BY-DATE DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
           IF ORDER-BY-DATE < RUN-DATE
               MOVE "LATE - EXPEDITE" TO REPORT-LINE-BUFFER (90:15)
               ADD 1 TO LATE-SUGGESTIONS
           END-IF
           PERFORM SHOW-REPORT-LINE
           PERFORM FIND-OPEN-BLANKET
           IF BLANKET-FOUND-ID > 0
               MOVE SPACE TO REPORT-LINE-BUFFER
               STRING "    Release against blanket " DELIMITED BY SIZE
                   BLANKET-FOUND-ID DELIMITED BY SIZE
                   " - uncommitted " DELIMITED BY SIZE
                   BLANKET-LEFT-QTY DELIMITED BY SIZE
                   INTO REPORT-LINE-BUFFER
               PERFORM SHOW-REPORT-LINE
           END-IF
       END-IF.
       ADD 1 TO WEEK-IDX.

      *An active blanket agreement for the product with volume
      *still to release and valid on the order-by date is the
      *cheaper way to cover the gap, so the buyer is pointed at it.
       FIND-OPEN-BLANKET.
       MOVE 0 TO BLANKET-FOUND-ID.
       CLOSE BLANKETS-FILE.
       OPEN I-O BLANKETS-FILE.
       MOVE 0 TO SCAN-EOF.
       PERFORM CHECK-NEXT-BLANKET
           UNTIL SCAN-EOF = 1 OR BLANKET-FOUND-ID > 0.

       CHECK-NEXT-BLANKET.
       READ BLANKETS-FILE NEXT RECORD
           AT END MOVE 1 TO SCAN-EOF
       END-READ.
       IF SCAN-EOF = 0
           IF BLANKET-PRODUCT-ID = PRODUCT-ID
               AND BLANKET-IS-ACTIVE
               AND BLANKET-AGREED-QTY > BLANKET-RELEASED-QTY
               AND BLANKET-VALID-TO >= ORDER-BY-DATE
               MOVE BLANKET-ID TO BLANKET-FOUND-ID
               COMPUTE BLANKET-LEFT-QTY =
                   BLANKET-AGREED-QTY - BLANKET-RELEASED-QTY
           END-IF
       END-IF.

       PRINT-PLAN-HEADING.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "====== PROJECTED INVENTORY PLAN FROM " DELIMITED BY SIZE
           RUN-DATE DELIMITED BY SIZE
           " (12 WEEKS) ======" DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       MOVE "  Week of" TO REPORT-LINE-BUFFER (1:11).
       MOVE 1 TO WEEK-IDX.
       PERFORM PUT-WEEK-HEADING UNTIL WEEK-IDX > 12.
       PERFORM SHOW-REPORT-LINE.

       PUT-WEEK-HEADING.
       COMPUTE LINE-POS = 12 + (WEEK-IDX - 1) * 9 + 1.
       MOVE WEEK-START-DATE (WEEK-IDX)
           TO REPORT-LINE-BUFFER (LINE-POS:8).
       ADD 1 TO WEEK-IDX.

      *Dates walk one day at a time so month ends and leap years
      *come out right.
       ADVANCE-ONE-DAY.
       PERFORM FIND-DAYS-IN-MONTH.
       IF STEP-DAY < DAYS-IN-MONTH
           ADD 1 TO STEP-DAY
       ELSE
           MOVE 1 TO STEP-DAY
           IF STEP-MONTH < 12
               ADD 1 TO STEP-MONTH
           ELSE
               MOVE 1 TO STEP-MONTH
               ADD 1 TO STEP-YEAR
           END-IF
       END-IF.
       SUBTRACT 1 FROM DAYS-TO-ADD.

       RETREAT-ONE-DAY.
       IF STEP-DAY > 1
           SUBTRACT 1 FROM STEP-DAY
       ELSE
           IF STEP-MONTH > 1
               SUBTRACT 1 FROM STEP-MONTH
           ELSE
               MOVE 12 TO STEP-MONTH
               SUBTRACT 1 FROM STEP-YEAR
           END-IF
           PERFORM FIND-DAYS-IN-MONTH
           MOVE DAYS-IN-MONTH TO STEP-DAY
       END-IF.
       SUBTRACT 1 FROM DAYS-TO-TAKE.

       FIND-DAYS-IN-MONTH.
       IF STEP-MONTH = 4 OR STEP-MONTH = 6
           OR STEP-MONTH = 9 OR STEP-MONTH = 11
           MOVE 30 TO DAYS-IN-MONTH
       ELSE IF STEP-MONTH = 2
           PERFORM FIND-FEBRUARY-DAYS
       ELSE
           MOVE 31 TO DAYS-IN-MONTH.

       FIND-FEBRUARY-DAYS.
       MOVE 28 TO DAYS-IN-MONTH.
       DIVIDE STEP-YEAR BY 4 GIVING YEAR-QUOTIENT
           REMAINDER YEAR-REMAINDER.
       IF YEAR-REMAINDER = 0
           MOVE 29 TO DAYS-IN-MONTH.

       SHOW-REPORT-LINE.
       DISPLAY REPORT-LINE-BUFFER.
       MOVE "L" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. service-level-report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "order-physical-file.cbl".
       COPY "order-lines-physical-file.cbl".
       COPY "shipment-physical-file.cbl".
       COPY "physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with order header fields.
       COPY "order-logic-file.cbl".
      * Logic file with order line fields.
       COPY "order-lines-logic-file.cbl".
      * Logic file with shipment fields.
       COPY "shipment-logic-file.cbl".
      * Logic file with products fields.
       COPY "logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  SCAN-END PIC 9 VALUE 0.
       77  FROM-DATE PIC 9(8).
       77  TO-DATE PIC 9(8).
       77  RUN-DATE PIC 9(8).
       77  IN-RANGE PIC X.
       01  RANGE-END-FIELDS.
           05  RANGE-END-YEAR  PIC 9(4).
           05  RANGE-END-MONTH PIC 9(2).
           05  RANGE-END-DAY   PIC 9(2).
       01  RANGE-END-NUMERIC REDEFINES RANGE-END-FIELDS PIC 9(8).
      * Months are counted as year * 12 + month, so the trend can
      * step back across a year end.
       77  TREND-FIRST-MONTH PIC 9(6).
       77  ORDER-MONTH-NUMBER PIC 9(6).
       77  MONTH-WORK PIC 9(6).
       77  MONTH-YEAR PIC 9(4).
       77  MONTH-REMAINDER PIC 9(2).
       77  MONTH-OF-YEAR PIC 9(2).
      * Elapsed days are counted in the 360-day year the aging
      * reports use.
       01  CONV-DATE-X PIC X(8).
       01  CONV-DATE-N REDEFINES CONV-DATE-X.
           05  CONV-YEAR  PIC 9(4).
           05  CONV-MONTH PIC 9(2).
           05  CONV-DAY   PIC 9(2).
       01  CONV-DAYNUM PIC 9(7).
       01  ORDER-DAYNUM PIC 9(7).
       77  ELAPSED-DAYS PIC S9(7).
      * What one order's lines and shipments came to.
       77  LAST-PICK-DATE PIC 9(8).
       77  FIRST-SHIP-DATE PIC 9(8).
       77  FIRST-CARRIER-CODE PIC X(4).
       77  LAST-POD-DATE PIC 9(8).
       77  SHIPMENT-COUNT PIC 9(3).
       77  UNDELIVERED-COUNT PIC 9(3).
       77  PENDING-LINES PIC 9(3).
       77  LINE-WAS-FILLED PIC X.
       77  LINE-CATEGORY PIC X(20).
      * The figures one order adds to every row it belongs to. The
      * customer, carrier and month rows carry the same figures as
      * one block, which is laid over ROW-FIGURES to be added to.
       01  ORDER-FIGURES.
           05  OF-LINES          PIC 9(7).
           05  OF-LINES-FILLED   PIC 9(7).
           05  OF-ORDERS         PIC 9(7).
           05  OF-ORDERS-FILLED  PIC 9(7).
           05  OF-DUE            PIC 9(7).
           05  OF-ON-TIME        PIC 9(7).
           05  OF-PICK-COUNT     PIC 9(7).
           05  OF-PICK-DAYS      PIC 9(9).
           05  OF-SHIP-COUNT     PIC 9(7).
           05  OF-SHIP-DAYS      PIC 9(9).
           05  OF-DELIVERY-COUNT PIC 9(7).
           05  OF-DELIVERY-DAYS  PIC 9(9).
       01  ROW-FIGURES.
           05  RF-LINES          PIC 9(7).
           05  RF-LINES-FILLED   PIC 9(7).
           05  RF-ORDERS         PIC 9(7).
           05  RF-ORDERS-FILLED  PIC 9(7).
           05  RF-DUE            PIC 9(7).
           05  RF-ON-TIME        PIC 9(7).
           05  RF-PICK-COUNT     PIC 9(7).
           05  RF-PICK-DAYS      PIC 9(9).
           05  RF-SHIP-COUNT     PIC 9(7).
           05  RF-SHIP-DAYS      PIC 9(9).
           05  RF-DELIVERY-COUNT PIC 9(7).
           05  RF-DELIVERY-DAYS  PIC 9(9).
       01  TOTAL-FIGURES PIC X(90).
      * One row per customer ordering in the range.
       01  CUS-COUNT PIC 9(3) VALUE 0.
       01  CUS-TABLE.
           05  CUS-ENTRY OCCURS 300 TIMES.
               10  CUS-CUSTOMER-ID PIC 9(6).
               10  CUS-NAME        PIC X(13).
               10  CUS-FIGURES     PIC X(90).
       01  CUS-IDX PIC 9(3).
       01  CUS-FOUND PIC X.
      * One row per carrier, by the carrier of the first shipment.
       01  CAR-COUNT PIC 9(3) VALUE 0.
       01  CAR-TABLE.
           05  CAR-ENTRY OCCURS 30 TIMES.
               10  CAR-CODE        PIC X(4).
               10  CAR-FIGURES     PIC X(90).
       01  CAR-IDX PIC 9(3).
       01  CAR-FOUND PIC X.
      * Lines by product category - fill rate only, an order being
      * made up of many categories.
       01  CAT-COUNT PIC 9(3) VALUE 0.
       01  CAT-TABLE.
           05  CAT-ENTRY OCCURS 100 TIMES.
               10  CAT-NAME         PIC X(20).
               10  CAT-LINES        PIC 9(7).
               10  CAT-LINES-FILLED PIC 9(7).
       01  CAT-IDX PIC 9(3).
       01  CAT-FOUND PIC X.
      * The twelve months ending with the month of the last date.
       01  MON-TABLE.
           05  MON-ENTRY OCCURS 12 TIMES.
               10  MON-FIGURES     PIC X(90).
       01  MON-IDX PIC 9(3).
       01  TABLE-OVERFLOWED PIC X VALUE "N".
       77  ROW-LABEL PIC X(20).
       77  RATE-WORK PIC 9(3)V9.
       77  AVERAGE-WORK PIC 9(4)V9.
       77  COUNT-EDIT PIC Z(6)9.
       77  RATE-EDIT PIC ZZ9.9.
       77  AVERAGE-EDIT PIC ZZZ9.9.
       01  REPORT-LINE-BUFFER PIC X(132).
       77  SPOOL-ACTION PIC X.
       77  SPOOL-REPORT-NAME PIC X(12) VALUE "SERVICE".
      * Options a saved report request can answer in place of the
      * prompts.
       COPY "report-parm.cbl".

       PROCEDURE DIVISION.

      *How well orders are served. A line is filled when it went
      *out complete on its first pick confirmation; a line that
      *went to backorder, or was picked short, is not - even once
      *the rest follows. An order is filled when every line on it
      *was. Shipping is on time when the first shipment leaves by
      *the date the customer asked for, and an order still not
      *shipped past that date is late. Elapsed days run from the
      *order date to the last pick, to the first shipment and to
      *the last proof of delivery - the last only once every
      *shipment has one. Cancelled and drop-shipped lines are left
      *out, as are lines not yet picked that never backordered.
      *The range selects orders by order date; the trend covers
      *the twelve months ending with the last date of the range.
       PROGRAM-BEGIN.
       PERFORM ASK-FROM-DATE.
       PERFORM ASK-TO-DATE.
       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       MOVE TO-DATE TO RANGE-END-NUMERIC.
       COMPUTE TREND-FIRST-MONTH = (RANGE-END-YEAR * 12)
           + RANGE-END-MONTH - 11.
       MOVE 0 TO CUS-COUNT.
       MOVE 0 TO CAR-COUNT.
       MOVE 0 TO CAT-COUNT.
       MOVE ZERO TO ROW-FIGURES.
       MOVE ROW-FIGURES TO TOTAL-FIGURES.
       MOVE 1 TO MON-IDX.
       PERFORM CLEAR-MONTH-ROW UNTIL MON-IDX > 12.
       OPEN I-O ORDERS-FILE.
       OPEN I-O ORDER-LINES-FILE.
       OPEN I-O SHIPMENTS-FILE.
       OPEN I-O PRODUCTS-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM GATHER-NEXT-ORDER UNTIL END-OF-FILE = 1.
       CLOSE ORDERS-FILE.
       CLOSE ORDER-LINES-FILE.
       CLOSE SHIPMENTS-FILE.
       CLOSE PRODUCTS-FILE.
       MOVE "O" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       PERFORM PRINT-SERVICE-REPORT.
       MOVE "C" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       GOBACK.

       CLEAR-MONTH-ROW.
       MOVE ROW-FIGURES TO MON-FIGURES (MON-IDX).
       ADD 1 TO MON-IDX.

      *An order counts toward the breakdowns when it falls in the
      *range and toward the trend when it falls in the trend's
      *twelve months; most do both.
       GATHER-NEXT-ORDER.
       READ ORDERS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND ORDER-COMPANY-CODE = SESSION-COMPANY-CODE
           AND ORDER-DATE-NUMERIC <= TO-DATE
           COMPUTE ORDER-MONTH-NUMBER = (ORDER-DATE-CENTURY * 1200)
               + (ORDER-DATE-YEAR * 12) + ORDER-DATE-MONTH
           MOVE "N" TO IN-RANGE
           IF ORDER-DATE-NUMERIC >= FROM-DATE
               MOVE "Y" TO IN-RANGE
           END-IF
           IF IN-RANGE = "Y"
               OR ORDER-MONTH-NUMBER >= TREND-FIRST-MONTH
               PERFORM MEASURE-ORDER
           END-IF
       END-IF.

       MEASURE-ORDER.
       MOVE ZERO TO ORDER-FIGURES.
       MOVE 0 TO LAST-PICK-DATE.
       MOVE 0 TO PENDING-LINES.
       MOVE ORDER-DATE-NUMERIC TO CONV-DATE-X.
       PERFORM COMPUTE-CONV-DAYNUM.
       MOVE CONV-DAYNUM TO ORDER-DAYNUM.
       MOVE ORDER-ID TO LINE-ORDER-ID.
       MOVE 0 TO LINE-NUMBER.
       MOVE 0 TO SCAN-END.
       START ORDER-LINES-FILE KEY IS >= ORDER-LINE-KEY
           INVALID KEY MOVE 1 TO SCAN-END.
       PERFORM MEASURE-NEXT-LINE UNTIL SCAN-END = 1.
       PERFORM MEASURE-SHIPMENTS.
       PERFORM MEASURE-ORDER-TOTALS.
       IF OF-LINES > 0 OR OF-DUE > 0
           PERFORM POST-ORDER-FIGURES
       END-IF.

       MEASURE-NEXT-LINE.
       READ ORDER-LINES-FILE NEXT RECORD
           AT END MOVE 1 TO SCAN-END
       END-READ.
       IF SCAN-END = 0
           IF LINE-ORDER-ID NOT = ORDER-ID
               MOVE 1 TO SCAN-END
           ELSE IF LINE-STATUS NOT = "Cancelled"
               AND NOT LINE-IS-DROP-SHIP
               PERFORM MEASURE-LINE
           END-IF
       END-IF.

       MEASURE-LINE.
       MOVE "X" TO LINE-WAS-FILLED.
       IF LINE-STATUS = "Shipped"
           IF LINE-PICKED-QTY < QUANTITY OR LINE-WAS-BACKORDERED
               MOVE "N" TO LINE-WAS-FILLED
           ELSE
               MOVE "Y" TO LINE-WAS-FILLED
           END-IF
           IF LINE-PICKED-DATE > LAST-PICK-DATE
               MOVE LINE-PICKED-DATE TO LAST-PICK-DATE
           END-IF
       ELSE IF LINE-STATUS = "Backordered" OR LINE-WAS-BACKORDERED
           MOVE "N" TO LINE-WAS-FILLED
       ELSE
           ADD 1 TO PENDING-LINES.
       IF LINE-WAS-FILLED NOT = "X"
           ADD 1 TO OF-LINES
           IF LINE-WAS-FILLED = "Y"
               ADD 1 TO OF-LINES-FILLED
           END-IF
           IF IN-RANGE = "Y"
               PERFORM POST-CATEGORY-LINE
           END-IF
       END-IF.

       POST-CATEGORY-LINE.
       MOVE LINE-PRODUCT-ID TO PRODUCT-ID.
       READ PRODUCTS-FILE RECORD
           INVALID KEY MOVE "(unknown)" TO LINE-CATEGORY
           NOT INVALID KEY MOVE PRODUCT-CATEGORY TO LINE-CATEGORY
       END-READ.
       MOVE "N" TO CAT-FOUND.
       MOVE 1 TO CAT-IDX.
       PERFORM FIND-CATEGORY-ROW
           UNTIL CAT-FOUND = "Y" OR CAT-IDX > CAT-COUNT.
       IF CAT-FOUND = "N"
           IF CAT-COUNT < 100
               ADD 1 TO CAT-COUNT
               MOVE CAT-COUNT TO CAT-IDX
               MOVE LINE-CATEGORY TO CAT-NAME (CAT-IDX)
               MOVE 0 TO CAT-LINES (CAT-IDX)
               MOVE 0 TO CAT-LINES-FILLED (CAT-IDX)
               MOVE "Y" TO CAT-FOUND
           ELSE
               MOVE "Y" TO TABLE-OVERFLOWED
           END-IF
       END-IF.
       IF CAT-FOUND = "Y"
           ADD 1 TO CAT-LINES (CAT-IDX)
           IF LINE-WAS-FILLED = "Y"
               ADD 1 TO CAT-LINES-FILLED (CAT-IDX)
           END-IF
       END-IF.

       FIND-CATEGORY-ROW.
       IF CAT-NAME (CAT-IDX) = LINE-CATEGORY
           MOVE "Y" TO CAT-FOUND
       ELSE
           ADD 1 TO CAT-IDX.

       MEASURE-SHIPMENTS.
       MOVE 0 TO FIRST-SHIP-DATE.
       MOVE SPACE TO FIRST-CARRIER-CODE.
       MOVE 0 TO LAST-POD-DATE.
       MOVE 0 TO SHIPMENT-COUNT.
       MOVE 0 TO UNDELIVERED-COUNT.
       MOVE ORDER-ID TO SHIPMENT-ORDER-ID.
       MOVE 0 TO SHIPMENT-SEQ.
       MOVE 0 TO SCAN-END.
       START SHIPMENTS-FILE KEY IS >= SHIPMENT-KEY
           INVALID KEY MOVE 1 TO SCAN-END.
       PERFORM MEASURE-NEXT-SHIPMENT UNTIL SCAN-END = 1.

       MEASURE-NEXT-SHIPMENT.
       READ SHIPMENTS-FILE NEXT RECORD
           AT END MOVE 1 TO SCAN-END
       END-READ.
       IF SCAN-END = 0
           IF SHIPMENT-ORDER-ID NOT = ORDER-ID
               MOVE 1 TO SCAN-END
           ELSE
               ADD 1 TO SHIPMENT-COUNT
               IF FIRST-SHIP-DATE = 0
                   OR SHIPMENT-DATE < FIRST-SHIP-DATE
                   MOVE SHIPMENT-DATE TO FIRST-SHIP-DATE
                   MOVE SHIPMENT-CARRIER-CODE TO FIRST-CARRIER-CODE
               END-IF
               IF SHIPMENT-POD-DATE = 0
                   ADD 1 TO UNDELIVERED-COUNT
               END-IF
               IF SHIPMENT-POD-DATE > LAST-POD-DATE
                   MOVE SHIPMENT-POD-DATE TO LAST-POD-DATE
               END-IF
           END-IF
       END-IF.

      *An order is judged filled or not only once nothing on it is
      *still waiting to be picked.
       MEASURE-ORDER-TOTALS.
       IF OF-LINES > 0 AND PENDING-LINES = 0
           MOVE 1 TO OF-ORDERS
           IF OF-LINES-FILLED = OF-LINES
               MOVE 1 TO OF-ORDERS-FILLED
           END-IF
       END-IF.
       IF ORDER-REQUESTED-DATE > 0
           IF SHIPMENT-COUNT > 0
               MOVE 1 TO OF-DUE
               IF FIRST-SHIP-DATE <= ORDER-REQUESTED-DATE
                   MOVE 1 TO OF-ON-TIME
               END-IF
           ELSE IF ORDER-REQUESTED-DATE < RUN-DATE
               AND ORDER-STATUS NOT = "Cancelled"
               MOVE 1 TO OF-DUE
           END-IF
       END-IF.
       IF LAST-PICK-DATE > 0
           MOVE LAST-PICK-DATE TO CONV-DATE-X
           PERFORM COMPUTE-ELAPSED-DAYS
           IF ELAPSED-DAYS >= 0
               MOVE 1 TO OF-PICK-COUNT
               MOVE ELAPSED-DAYS TO OF-PICK-DAYS
           END-IF
       END-IF.
       IF SHIPMENT-COUNT > 0
           MOVE FIRST-SHIP-DATE TO CONV-DATE-X
           PERFORM COMPUTE-ELAPSED-DAYS
           IF ELAPSED-DAYS >= 0
               MOVE 1 TO OF-SHIP-COUNT
               MOVE ELAPSED-DAYS TO OF-SHIP-DAYS
           END-IF
       END-IF.
       IF SHIPMENT-COUNT > 0 AND UNDELIVERED-COUNT = 0
           MOVE LAST-POD-DATE TO CONV-DATE-X
           PERFORM COMPUTE-ELAPSED-DAYS
           IF ELAPSED-DAYS >= 0
               MOVE 1 TO OF-DELIVERY-COUNT
               MOVE ELAPSED-DAYS TO OF-DELIVERY-DAYS
           END-IF
       END-IF.

       COMPUTE-ELAPSED-DAYS.
       PERFORM COMPUTE-CONV-DAYNUM.
       COMPUTE ELAPSED-DAYS = CONV-DAYNUM - ORDER-DAYNUM.

       COMPUTE-CONV-DAYNUM.
       COMPUTE CONV-DAYNUM = (CONV-YEAR * 360) + (CONV-MONTH * 30)
           + CONV-DAY.

       POST-ORDER-FIGURES.
       IF ORDER-MONTH-NUMBER >= TREND-FIRST-MONTH
           COMPUTE MON-IDX = ORDER-MONTH-NUMBER - TREND-FIRST-MONTH
               + 1
           MOVE MON-FIGURES (MON-IDX) TO ROW-FIGURES
           PERFORM ADD-ORDER-TO-ROW
           MOVE ROW-FIGURES TO MON-FIGURES (MON-IDX)
       END-IF.
       IF IN-RANGE = "Y"
           MOVE TOTAL-FIGURES TO ROW-FIGURES
           PERFORM ADD-ORDER-TO-ROW
           MOVE ROW-FIGURES TO TOTAL-FIGURES
           PERFORM POST-CUSTOMER-FIGURES
           IF SHIPMENT-COUNT > 0
               PERFORM POST-CARRIER-FIGURES
           END-IF
       END-IF.

       ADD-ORDER-TO-ROW.
       ADD OF-LINES TO RF-LINES.
       ADD OF-LINES-FILLED TO RF-LINES-FILLED.
       ADD OF-ORDERS TO RF-ORDERS.
       ADD OF-ORDERS-FILLED TO RF-ORDERS-FILLED.
       ADD OF-DUE TO RF-DUE.
       ADD OF-ON-TIME TO RF-ON-TIME.
       ADD OF-PICK-COUNT TO RF-PICK-COUNT.
       ADD OF-PICK-DAYS TO RF-PICK-DAYS.
       ADD OF-SHIP-COUNT TO RF-SHIP-COUNT.
       ADD OF-SHIP-DAYS TO RF-SHIP-DAYS.
       ADD OF-DELIVERY-COUNT TO RF-DELIVERY-COUNT.
       ADD OF-DELIVERY-DAYS TO RF-DELIVERY-DAYS.

       POST-CUSTOMER-FIGURES.
       MOVE "N" TO CUS-FOUND.
       MOVE 1 TO CUS-IDX.
       PERFORM FIND-CUSTOMER-ROW
           UNTIL CUS-FOUND = "Y" OR CUS-IDX > CUS-COUNT.
       IF CUS-FOUND = "N"
           IF CUS-COUNT < 300
               ADD 1 TO CUS-COUNT
               MOVE CUS-COUNT TO CUS-IDX
               MOVE ORDER-CUSTOMER-ID TO CUS-CUSTOMER-ID (CUS-IDX)
               MOVE ORDER-CUSTOMER-NAME TO CUS-NAME (CUS-IDX)
               MOVE ZERO TO ROW-FIGURES
               MOVE ROW-FIGURES TO CUS-FIGURES (CUS-IDX)
               MOVE "Y" TO CUS-FOUND
           ELSE
               MOVE "Y" TO TABLE-OVERFLOWED
           END-IF
       END-IF.
       IF CUS-FOUND = "Y"
           MOVE CUS-FIGURES (CUS-IDX) TO ROW-FIGURES
           PERFORM ADD-ORDER-TO-ROW
           MOVE ROW-FIGURES TO CUS-FIGURES (CUS-IDX)
       END-IF.

       FIND-CUSTOMER-ROW.
       IF CUS-CUSTOMER-ID (CUS-IDX) = ORDER-CUSTOMER-ID
           MOVE "Y" TO CUS-FOUND
       ELSE
           ADD 1 TO CUS-IDX.

       POST-CARRIER-FIGURES.
       MOVE "N" TO CAR-FOUND.
       MOVE 1 TO CAR-IDX.
       PERFORM FIND-CARRIER-ROW
           UNTIL CAR-FOUND = "Y" OR CAR-IDX > CAR-COUNT.
       IF CAR-FOUND = "N"
           IF CAR-COUNT < 30
               ADD 1 TO CAR-COUNT
               MOVE CAR-COUNT TO CAR-IDX
               MOVE FIRST-CARRIER-CODE TO CAR-CODE (CAR-IDX)
               MOVE ZERO TO ROW-FIGURES
               MOVE ROW-FIGURES TO CAR-FIGURES (CAR-IDX)
               MOVE "Y" TO CAR-FOUND
           ELSE
               MOVE "Y" TO TABLE-OVERFLOWED
           END-IF
       END-IF.
       IF CAR-FOUND = "Y"
           MOVE CAR-FIGURES (CAR-IDX) TO ROW-FIGURES
           PERFORM ADD-ORDER-TO-ROW
           MOVE ROW-FIGURES TO CAR-FIGURES (CAR-IDX)
       END-IF.

       FIND-CARRIER-ROW.
       IF CAR-CODE (CAR-IDX) = FIRST-CARRIER-CODE
           MOVE "Y" TO CAR-FOUND
       ELSE
           ADD 1 TO CAR-IDX.

       PRINT-SERVICE-REPORT.
       MOVE "========== ORDER SERVICE LEVELS ==========" TO
           REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Orders dated " DELIMITED BY SIZE
           FROM-DATE DELIMITED BY SIZE
           " to " DELIMITED BY SIZE
           TO-DATE DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "By customer:" TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       PERFORM PRINT-COLUMN-HEADINGS.
       MOVE 1 TO CUS-IDX.
       PERFORM PRINT-CUSTOMER-ROW UNTIL CUS-IDX > CUS-COUNT.
       PERFORM PRINT-RULE-LINE.
       MOVE "TOTAL" TO ROW-LABEL.
       MOVE TOTAL-FIGURES TO ROW-FIGURES.
       PERFORM PRINT-FIGURES-ROW.
       PERFORM PRINT-RULE-LINE.
       MOVE "By carrier of first shipment:" TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       PERFORM PRINT-COLUMN-HEADINGS.
       MOVE 1 TO CAR-IDX.
       PERFORM PRINT-CARRIER-ROW UNTIL CAR-IDX > CAR-COUNT.
       PERFORM PRINT-RULE-LINE.
       MOVE "By category:" TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "Category              Lines  Fill%" TO
           REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE 1 TO CAT-IDX.
       PERFORM PRINT-CATEGORY-ROW UNTIL CAT-IDX > CAT-COUNT.
       PERFORM PRINT-RULE-LINE.
       MOVE "Twelve-month trend, by order month:" TO
           REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       PERFORM PRINT-COLUMN-HEADINGS.
       MOVE 1 TO MON-IDX.
       PERFORM PRINT-MONTH-ROW UNTIL MON-IDX > 12.
       IF TABLE-OVERFLOWED = "Y"
           MOVE "Some rows did not fit and are in the total only."
               TO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
       END-IF.

       PRINT-RULE-LINE.
       MOVE "-----------------------------------------------------" TO
           REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.

       PRINT-COLUMN-HEADINGS.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "                      Lines  Fill% Orders  Fill% "
           DELIMITED BY SIZE
           "OnTime%  Pick  Ship  Deliver" DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.

       PRINT-CUSTOMER-ROW.
       MOVE SPACE TO ROW-LABEL.
       STRING CUS-CUSTOMER-ID (CUS-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CUS-NAME (CUS-IDX) DELIMITED BY SIZE
           INTO ROW-LABEL.
       MOVE CUS-FIGURES (CUS-IDX) TO ROW-FIGURES.
       PERFORM PRINT-FIGURES-ROW.
       ADD 1 TO CUS-IDX.

       PRINT-CARRIER-ROW.
       MOVE CAR-CODE (CAR-IDX) TO ROW-LABEL.
       MOVE CAR-FIGURES (CAR-IDX) TO ROW-FIGURES.
       PERFORM PRINT-FIGURES-ROW.
       ADD 1 TO CAR-IDX.

       PRINT-MONTH-ROW.
       COMPUTE MONTH-WORK = TREND-FIRST-MONTH + MON-IDX - 2.
       DIVIDE MONTH-WORK BY 12 GIVING MONTH-YEAR
           REMAINDER MONTH-REMAINDER.
       COMPUTE MONTH-OF-YEAR = MONTH-REMAINDER + 1.
       MOVE SPACE TO ROW-LABEL.
       STRING MONTH-YEAR DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           MONTH-OF-YEAR DELIMITED BY SIZE
           INTO ROW-LABEL.
       MOVE MON-FIGURES (MON-IDX) TO ROW-FIGURES.
       PERFORM PRINT-FIGURES-ROW.
       ADD 1 TO MON-IDX.

       PRINT-CATEGORY-ROW.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       MOVE CAT-NAME (CAT-IDX) TO REPORT-LINE-BUFFER (1:20).
       MOVE CAT-LINES (CAT-IDX) TO COUNT-EDIT.
       MOVE COUNT-EDIT TO REPORT-LINE-BUFFER (21:7).
       MOVE 0 TO RATE-WORK.
       IF CAT-LINES (CAT-IDX) > 0
           COMPUTE RATE-WORK ROUNDED = CAT-LINES-FILLED (CAT-IDX)
               * 100 / CAT-LINES (CAT-IDX)
       END-IF.
       MOVE RATE-WORK TO RATE-EDIT.
       MOVE RATE-EDIT TO REPORT-LINE-BUFFER (29:5).
       PERFORM SHOW-REPORT-LINE.
       ADD 1 TO CAT-IDX.

      *Rates are percentages of what was measured; the day columns
      *are averages over the orders that reached that point.
       PRINT-FIGURES-ROW.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       MOVE ROW-LABEL TO REPORT-LINE-BUFFER (1:20).
       MOVE RF-LINES TO COUNT-EDIT.
       MOVE COUNT-EDIT TO REPORT-LINE-BUFFER (21:7).
       MOVE 0 TO RATE-WORK.
       IF RF-LINES > 0
           COMPUTE RATE-WORK ROUNDED = RF-LINES-FILLED * 100
               / RF-LINES
       END-IF.
       MOVE RATE-WORK TO RATE-EDIT.
       MOVE RATE-EDIT TO REPORT-LINE-BUFFER (29:5).
       MOVE RF-ORDERS TO COUNT-EDIT.
       MOVE COUNT-EDIT TO REPORT-LINE-BUFFER (34:7).
       MOVE 0 TO RATE-WORK.
       IF RF-ORDERS > 0
           COMPUTE RATE-WORK ROUNDED = RF-ORDERS-FILLED * 100
               / RF-ORDERS
       END-IF.
       MOVE RATE-WORK TO RATE-EDIT.
       MOVE RATE-EDIT TO REPORT-LINE-BUFFER (42:5).
       MOVE 0 TO RATE-WORK.
       IF RF-DUE > 0
           COMPUTE RATE-WORK ROUNDED = RF-ON-TIME * 100 / RF-DUE
       END-IF.
       MOVE RATE-WORK TO RATE-EDIT.
       MOVE RATE-EDIT TO REPORT-LINE-BUFFER (50:5).
       MOVE 0 TO AVERAGE-WORK.
       IF RF-PICK-COUNT > 0
           COMPUTE AVERAGE-WORK ROUNDED = RF-PICK-DAYS
               / RF-PICK-COUNT
       END-IF.
       MOVE AVERAGE-WORK TO AVERAGE-EDIT.
       MOVE AVERAGE-EDIT TO REPORT-LINE-BUFFER (56:6).
       MOVE 0 TO AVERAGE-WORK.
       IF RF-SHIP-COUNT > 0
           COMPUTE AVERAGE-WORK ROUNDED = RF-SHIP-DAYS
               / RF-SHIP-COUNT
       END-IF.
       MOVE AVERAGE-WORK TO AVERAGE-EDIT.
       MOVE AVERAGE-EDIT TO REPORT-LINE-BUFFER (62:6).
       MOVE 0 TO AVERAGE-WORK.
       IF RF-DELIVERY-COUNT > 0
           COMPUTE AVERAGE-WORK ROUNDED = RF-DELIVERY-DAYS
               / RF-DELIVERY-COUNT
       END-IF.
       MOVE AVERAGE-WORK TO AVERAGE-EDIT.
       MOVE AVERAGE-EDIT TO REPORT-LINE-BUFFER (69:6).
       PERFORM SHOW-REPORT-LINE.

       SHOW-REPORT-LINE.
       DISPLAY REPORT-LINE-BUFFER.
       MOVE "L" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

       ASK-FROM-DATE.
       MOVE "FROM-DATE" TO REPORT-PARM-KEY.
       PERFORM GET-REPORT-PARM.
       IF REPORT-PARM-FOUND = "Y"
           MOVE REPORT-PARM-NUMBER TO FROM-DATE
       ELSE
           DISPLAY "Enter the first date of the range (YYYYMMDD): "
           ACCEPT FROM-DATE
       END-IF.

       ASK-TO-DATE.
       MOVE "TO-DATE" TO REPORT-PARM-KEY.
       PERFORM GET-REPORT-PARM.
       IF REPORT-PARM-FOUND = "Y"
           MOVE REPORT-PARM-NUMBER TO TO-DATE
       ELSE
           DISPLAY "Enter the last date of the range (YYYYMMDD): "
           ACCEPT TO-DATE
       END-IF.

      *A saved report request run unattended answers the options
      *above; run from the menu the operator is asked as before.
       GET-REPORT-PARM.
       CALL "get-report-parm" USING REPORT-PARM-KEY
           REPORT-PARM-FOUND REPORT-PARM-TEXT REPORT-PARM-NUMBER.

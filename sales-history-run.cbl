       COPY "order-lines-physical-file.cbl".
       COPY "order-physical-file.cbl".
       COPY "physical-file.cbl".
       COPY "customer-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "order-logic-file.cbl".
      * Logic file with products fields.
       COPY "logic-file.cbl".
      * Logic file with customer fields.
       COPY "customer-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's history
      * is rebuilt and reported.
       COPY "session-data.cbl".
       01  OPTION PIC 9.
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  LINE-REVENUE PIC 9(11)V99.
       77  WORK-CATEGORY PIC X(20).
       77  CUSTOMER-KEY-X PIC X(15).
       77  ROW-COMPANY-CODE PIC X(2).
      * Category totals for this month, last month, and the same
      * month last year.
       01  CAT-COUNT PIC 9(3) VALUE 0.
       GOBACK.

       HISTORY-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Monthly Sales History Menu"
       DISPLAY "1. Accumulate a period from shipped orders"
      *The period's rows are cleared and rebuilt from the live
      *order lines, so a rerun before the purge can never
      *double-count. Run this before archive-purge clears the
      *month's orders. Only the logged-in company's rows are
      *cleared and only its orders rolled; a row belongs to the
      *company of the product or customer it is kept for.
       ACCUMULATE-PERIOD.
       DISPLAY "Enter the period to accumulate (YYYYMM): ".
       ACCEPT WORK-PERIOD.
       OPEN I-O SALES-HISTORY-FILE.
       OPEN I-O PRODUCTS-FILE.
       OPEN I-O CUSTOMERS-FILE.
       PERFORM CLEAR-PERIOD-ROWS.
       CLOSE CUSTOMERS-FILE.
       OPEN I-O ORDER-LINES-FILE.
       OPEN I-O ORDERS-FILE.
       MOVE 0 TO LINES-ROLLED.
       MOVE 0 TO END-OF-FILE.
       PERFORM ROLL-NEXT-LINE UNTIL END-OF-FILE = 1.
       END-READ.
       IF END-OF-FILE = 0
           IF SH-PERIOD = WORK-PERIOD
               PERFORM FIND-ROW-COMPANY
               IF ROW-COMPANY-CODE = SESSION-COMPANY-CODE
                   DELETE SALES-HISTORY-FILE RECORD
                       INVALID KEY
                           DISPLAY "Error clearing history row."
                   END-DELETE
                   ADD 1 TO ROWS-CLEARED
               END-IF
           ELSE
               MOVE 1 TO END-OF-FILE
           END-IF
               AND LINE-PICKED-QTY > 0
               COMPUTE LINE-PERIOD = LINE-PICKED-DATE / 100
               IF LINE-PERIOD = WORK-PERIOD
                   PERFORM CHECK-LINE-COMPANY
               END-IF
           END-IF
       END-IF.

       CHECK-LINE-COMPANY.
       MOVE LINE-ORDER-ID TO ORDER-ID.
       MOVE "S" TO RECORD-FOUND.
       READ ORDERS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND ORDER-COMPANY-CODE = SESSION-COMPANY-CODE
           PERFORM ROLL-ONE-LINE.

       ROLL-ONE-LINE.
       ADD 1 TO LINES-ROLLED.
       COMPUTE LINE-REVENUE = LINE-PICKED-QTY * PRICE.
       COMPUTE YEAR-AGO-PERIOD = WORK-PERIOD - 100.
       MOVE 0 TO CAT-COUNT.
       OPEN I-O SALES-HISTORY-FILE.
       OPEN I-O PRODUCTS-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM GATHER-NEXT-HISTORY-ROW UNTIL END-OF-FILE = 1.
       CLOSE SALES-HISTORY-FILE.
       CLOSE PRODUCTS-FILE.
       PERFORM PRINT-YOY-REPORT.

       GATHER-NEXT-HISTORY-ROW.
               IF SH-PERIOD = WORK-PERIOD
                   OR SH-PERIOD = PRIOR-PERIOD
                   OR SH-PERIOD = YEAR-AGO-PERIOD
                   PERFORM FIND-ROW-COMPANY
                   IF ROW-COMPANY-CODE = SESSION-COMPANY-CODE
                       PERFORM ADD-TO-CATEGORY-TOTALS
                   END-IF
               END-IF
           END-IF
       END-IF.

      *A product row is the product's company's; a customer row is
      *the customer's. A row whose product or customer has gone
      *belongs to no company.
       FIND-ROW-COMPANY.
       MOVE SPACE TO ROW-COMPANY-CODE.
       IF SH-IS-PRODUCT-ROW
           MOVE SH-KEY-ID TO PRODUCT-ID
           READ PRODUCTS-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PRODUCT-COMPANY-CODE TO ROW-COMPANY-CODE
           END-READ
       ELSE
           MOVE SH-KEY-ID (1:6) TO CUSTOMER-ID
           READ CUSTOMERS-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUSTOMER-COMPANY-CODE TO ROW-COMPANY-CODE
           END-READ
       END-IF.

       ADD-TO-CATEGORY-TOTALS.
       MOVE "N" TO CAT-FOUND.
       MOVE 1 TO CAT-IDX.

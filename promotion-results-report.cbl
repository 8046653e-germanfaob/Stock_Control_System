       IDENTIFICATION DIVISION.
       PROGRAM-ID. promotion-results-report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "promotion-physical-file.cbl".
       COPY "order-lines-physical-file.cbl".
       COPY "order-physical-file.cbl".
       COPY "physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with promotion campaign fields.
       COPY "promotion-logic-file.cbl".
      * Logic file with order line fields.
       COPY "order-lines-logic-file.cbl".
      * Logic file with order header fields.
       COPY "order-logic-file.cbl".
      * Logic file with products fields.
       COPY "logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's sales
      * are counted.
       COPY "session-data.cbl".
       77  END-OF-FILE PIC 9 VALUE 0.
       77  SYSTEM-DATE PIC 9(8).
       77  CURRENT-ORDER-ID PIC 9(6).
       77  ORDER-ON-FILE PIC X.
       77  LINE-CUSTOMER-ID PIC 9(6).
       77  LINE-DAYNUM PIC 9(7).
       77  END-DAYNUM PIC 9(7).
       77  PRODUCT-ON-FILE PIC X.
       77  LINE-REVENUE PIC 9(9)V99.
       77  LINE-IN-SCOPE PIC X.
       01  CONV-DATE-X PIC X(8).
       01  CONV-DATE-N REDEFINES CONV-DATE-X.
           05  CONV-YEAR  PIC 9(4).
           05  CONV-MONTH PIC 9(2).
           05  CONV-DAY   PIC 9(2).
       01  CONV-DAYNUM PIC 9(7).
      * Each campaign that has started, with what sold under it and
      * what sold in its scope over the same number of days just
      * before it began.
       01  PR-COUNT PIC 9(3) VALUE 0.
       01  PR-TABLE.
           05  PR-ENTRY OCCURS 100 TIMES.
               10  PR-CODE          PIC X(8).
               10  PR-DESCRIPTION   PIC X(30).
               10  PR-START-DATE    PIC 9(8).
               10  PR-END-DATE      PIC 9(8).
               10  PR-SCOPE         PIC X(01).
               10  PR-SCOPE-VALUE   PIC X(20).
               10  PR-START-DAYNUM  PIC 9(7).
               10  PR-BEFORE-DAYNUM PIC 9(7).
               10  PR-DAYS          PIC 9(5).
               10  PR-UNITS         PIC 9(7).
               10  PR-REVENUE       PIC 9(9)V99.
               10  PR-COST          PIC 9(9)V99.
               10  PR-BEFORE-UNITS  PIC 9(7).
               10  PR-BEFORE-REVENUE PIC 9(9)V99.
               10  PR-BEFORE-COST   PIC 9(9)V99.
       77  PR-IDX PIC 9(3).
       77  CUSTOMER-SCOPE-X PIC X(6).
       77  SHOW-MARGIN PIC S9(9)V99.
       77  UNITS-CHANGE PIC S9(7).
       77  UNITS-EDIT PIC Z(6)9.
       77  REVENUE-EDIT PIC Z(8)9.99.
       77  MARGIN-EDIT PIC -(8)9.99.
       77  CHANGE-EDIT PIC -(6)9.
       77  DAYS-EDIT PIC Z(4)9.
       01  REPORT-LINE-BUFFER PIC X(132).
       77  SPOOL-ACTION PIC X.
       77  SPOOL-REPORT-NAME PIC X(12) VALUE "PROMORESULT".

       PROCEDURE DIVISION.

      *Every campaign that has started is judged on what went out
      *the door under it - units, revenue and margin on shipped
      *lines carrying its code - against what the same scope sold
      *in as many days again just before it began. Day counts use
      *the thirty-day month, as the undelivered shipment ageing
      *does.
       PROGRAM-BEGIN.
       ACCEPT SYSTEM-DATE FROM DATE YYYYMMDD.
       OPEN I-O PROMOTIONS-FILE.
       OPEN I-O ORDER-LINES-FILE.
       OPEN I-O ORDERS-FILE.
       OPEN I-O PRODUCTS-FILE.
       PERFORM LOAD-PROMOTIONS.
       IF PR-COUNT = 0
           DISPLAY "No promotions have started yet."
       ELSE
           PERFORM GATHER-PROMOTION-SALES
           PERFORM PRINT-PROMOTION-RESULTS
       END-IF.
       CLOSE PROMOTIONS-FILE.
       CLOSE ORDER-LINES-FILE.
       CLOSE ORDERS-FILE.
       CLOSE PRODUCTS-FILE.
       GOBACK.

       LOAD-PROMOTIONS.
       MOVE 0 TO PR-COUNT.
       MOVE 0 TO END-OF-FILE.
       MOVE LOW-VALUES TO PROMO-CODE.
       START PROMOTIONS-FILE KEY IS >= PROMO-CODE
           INVALID KEY MOVE 1 TO END-OF-FILE.
       PERFORM LOAD-NEXT-PROMOTION UNTIL END-OF-FILE = 1.

       LOAD-NEXT-PROMOTION.
       READ PROMOTIONS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF PROMO-START-DATE <= SYSTEM-DATE
               AND PR-COUNT < 100
               PERFORM ADD-PROMOTION-ROW
           END-IF
       END-IF.

       ADD-PROMOTION-ROW.
       ADD 1 TO PR-COUNT.
       MOVE PROMO-CODE TO PR-CODE (PR-COUNT).
       MOVE PROMO-DESCRIPTION TO PR-DESCRIPTION (PR-COUNT).
       MOVE PROMO-START-DATE TO PR-START-DATE (PR-COUNT).
       MOVE PROMO-END-DATE TO PR-END-DATE (PR-COUNT).
       MOVE PROMO-SCOPE TO PR-SCOPE (PR-COUNT).
       MOVE PROMO-SCOPE-VALUE TO PR-SCOPE-VALUE (PR-COUNT).
       MOVE PROMO-END-DATE TO CONV-DATE-X.
       PERFORM COMPUTE-CONV-DAYNUM.
       MOVE CONV-DAYNUM TO END-DAYNUM.
       MOVE PROMO-START-DATE TO CONV-DATE-X.
       PERFORM COMPUTE-CONV-DAYNUM.
       MOVE CONV-DAYNUM TO PR-START-DAYNUM (PR-COUNT).
       COMPUTE PR-DAYS (PR-COUNT) = END-DAYNUM - CONV-DAYNUM + 1.
       COMPUTE PR-BEFORE-DAYNUM (PR-COUNT) = CONV-DAYNUM
           - PR-DAYS (PR-COUNT).
       MOVE 0 TO PR-UNITS (PR-COUNT).
       MOVE 0 TO PR-REVENUE (PR-COUNT).
       MOVE 0 TO PR-COST (PR-COUNT).
       MOVE 0 TO PR-BEFORE-UNITS (PR-COUNT).
       MOVE 0 TO PR-BEFORE-REVENUE (PR-COUNT).
       MOVE 0 TO PR-BEFORE-COST (PR-COUNT).

       COMPUTE-CONV-DAYNUM.
       COMPUTE CONV-DAYNUM = (CONV-YEAR * 360) + (CONV-MONTH * 30)
           + CONV-DAY.

      *One pass of the order lines. Only shipped quantities count,
      *as on the gross margin report: revenue is the picked
      *quantity at the line price and the cost is what the pick
      *took off the cost layers.
       GATHER-PROMOTION-SALES.
       MOVE 0 TO CURRENT-ORDER-ID.
       MOVE "N" TO ORDER-ON-FILE.
       MOVE 0 TO END-OF-FILE.
       MOVE LOW-VALUES TO ORDER-LINE-KEY.
       START ORDER-LINES-FILE KEY IS >= ORDER-LINE-KEY
           INVALID KEY MOVE 1 TO END-OF-FILE.
       PERFORM READ-NEXT-SALES-LINE UNTIL END-OF-FILE = 1.

       READ-NEXT-SALES-LINE.
       READ ORDER-LINES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF LINE-STATUS = "Shipped"
               AND LINE-PICKED-QTY > 0
               PERFORM TAKE-SALES-LINE
           END-IF
       END-IF.

       TAKE-SALES-LINE.
       IF LINE-ORDER-ID NOT = CURRENT-ORDER-ID
           PERFORM READ-LINE-ORDER
       END-IF.
       IF ORDER-ON-FILE = "Y"
           MOVE "N" TO PRODUCT-ON-FILE
           MOVE LINE-PRODUCT-ID TO PRODUCT-ID
           READ PRODUCTS-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO PRODUCT-ON-FILE
           END-READ
           COMPUTE LINE-REVENUE = LINE-PICKED-QTY * PRICE
           MOVE 1 TO PR-IDX
           PERFORM FOLD-LINE-INTO-PROMOTION
               UNTIL PR-IDX > PR-COUNT
       END-IF.

       READ-LINE-ORDER.
       MOVE LINE-ORDER-ID TO CURRENT-ORDER-ID.
       MOVE LINE-ORDER-ID TO ORDER-ID.
       MOVE "Y" TO ORDER-ON-FILE.
       READ ORDERS-FILE RECORD
           INVALID KEY
               MOVE "N" TO ORDER-ON-FILE.
       IF ORDER-ON-FILE = "Y"
           AND ORDER-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO ORDER-ON-FILE.
       IF ORDER-ON-FILE = "Y"
           MOVE ORDER-CUSTOMER-ID TO LINE-CUSTOMER-ID
           MOVE ORDER-DATE-NUMERIC TO CONV-DATE-X
           PERFORM COMPUTE-CONV-DAYNUM
           MOVE CONV-DAYNUM TO LINE-DAYNUM
       END-IF.

       FOLD-LINE-INTO-PROMOTION.
       IF LINE-PROMO-CODE = PR-CODE (PR-IDX)
           ADD LINE-PICKED-QTY TO PR-UNITS (PR-IDX)
           ADD LINE-REVENUE TO PR-REVENUE (PR-IDX)
           ADD LINE-COST-AMOUNT TO PR-COST (PR-IDX)
       ELSE IF LINE-DAYNUM NOT < PR-BEFORE-DAYNUM (PR-IDX)
           AND LINE-DAYNUM < PR-START-DAYNUM (PR-IDX)
           PERFORM CHECK-LINE-IN-SCOPE
           IF LINE-IN-SCOPE = "Y"
               ADD LINE-PICKED-QTY TO PR-BEFORE-UNITS (PR-IDX)
               ADD LINE-REVENUE TO PR-BEFORE-REVENUE (PR-IDX)
               ADD LINE-COST-AMOUNT TO PR-BEFORE-COST (PR-IDX)
           END-IF
       END-IF.
       ADD 1 TO PR-IDX.

       CHECK-LINE-IN-SCOPE.
       MOVE "N" TO LINE-IN-SCOPE.
       IF PR-SCOPE (PR-IDX) = "P"
           AND PR-SCOPE-VALUE (PR-IDX) = LINE-PRODUCT-ID
           MOVE "Y" TO LINE-IN-SCOPE
       END-IF.
       IF PR-SCOPE (PR-IDX) = "B" AND PRODUCT-ON-FILE = "Y"
           AND PR-SCOPE-VALUE (PR-IDX) = PRODUCT-BRAND
           MOVE "Y" TO LINE-IN-SCOPE
       END-IF.
       IF PR-SCOPE (PR-IDX) = "C" AND PRODUCT-ON-FILE = "Y"
           AND PR-SCOPE-VALUE (PR-IDX) = PRODUCT-CATEGORY
           MOVE "Y" TO LINE-IN-SCOPE
       END-IF.
       IF PR-SCOPE (PR-IDX) = "U"
           MOVE LINE-CUSTOMER-ID TO CUSTOMER-SCOPE-X
           IF PR-SCOPE-VALUE (PR-IDX) (1:6) = CUSTOMER-SCOPE-X
               MOVE "Y" TO LINE-IN-SCOPE
           END-IF
       END-IF.

       PRINT-PROMOTION-RESULTS.
       MOVE "O" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "====== PROMOTION RESULTS AS AT " DELIMITED BY SIZE
           SYSTEM-DATE DELIMITED BY SIZE
           " ======" DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "                       Units      Revenue"
           DELIMITED BY SIZE
           "       Margin" DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE 1 TO PR-IDX.
       PERFORM PRINT-ONE-PROMOTION UNTIL PR-IDX > PR-COUNT.
       MOVE "============================================"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "C" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

       PRINT-ONE-PROMOTION.
       MOVE "--------------------------------------------"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING PR-CODE (PR-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PR-DESCRIPTION (PR-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PR-START-DATE (PR-IDX) DELIMITED BY SIZE
           " to " DELIMITED BY SIZE
           PR-END-DATE (PR-IDX) DELIMITED BY SIZE
           " Scope " DELIMITED BY SIZE
           PR-SCOPE (PR-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PR-SCOPE-VALUE (PR-IDX) DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE PR-UNITS (PR-IDX) TO UNITS-EDIT.
       MOVE PR-REVENUE (PR-IDX) TO REVENUE-EDIT.
       COMPUTE SHOW-MARGIN = PR-REVENUE (PR-IDX) - PR-COST (PR-IDX).
       MOVE SHOW-MARGIN TO MARGIN-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "  Under the campaign " DELIMITED BY SIZE
           UNITS-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           REVENUE-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           MARGIN-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE PR-BEFORE-UNITS (PR-IDX) TO UNITS-EDIT.
       MOVE PR-BEFORE-REVENUE (PR-IDX) TO REVENUE-EDIT.
       COMPUTE SHOW-MARGIN = PR-BEFORE-REVENUE (PR-IDX)
           - PR-BEFORE-COST (PR-IDX).
       MOVE SHOW-MARGIN TO MARGIN-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "  Period before      " DELIMITED BY SIZE
           UNITS-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           REVENUE-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           MARGIN-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       COMPUTE UNITS-CHANGE = PR-UNITS (PR-IDX)
           - PR-BEFORE-UNITS (PR-IDX).
       MOVE UNITS-CHANGE TO CHANGE-EDIT.
       MOVE PR-DAYS (PR-IDX) TO DAYS-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "  Change in units    " DELIMITED BY SIZE
           CHANGE-EDIT DELIMITED BY SIZE
           "   (periods of " DELIMITED BY SIZE
           DAYS-EDIT DELIMITED BY SIZE
           " days)" DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       ADD 1 TO PR-IDX.

       SHOW-REPORT-LINE.
       DISPLAY REPORT-LINE-BUFFER.
       MOVE "L" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. budget-variance-report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "budget-physical-file.cbl".
       COPY "sales-history-physical-file.cbl".
       COPY "order-lines-physical-file.cbl".
       COPY "order-physical-file.cbl".
       COPY "physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with sales budget fields.
       COPY "budget-logic-file.cbl".
      * Logic file with sales history fields.
       COPY "sales-history-logic-file.cbl".
      * Logic file with order line fields.
       COPY "order-lines-logic-file.cbl".
      * Logic file with order header fields.
       COPY "order-logic-file.cbl".
      * Logic file with products fields.
       COPY "logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's sales
      * are measured against the budget.
       COPY "session-data.cbl".
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  REPORT-PERIOD PIC 9(6).
       77  YEAR-START-PERIOD PIC 9(6).
       77  ROW-PERIOD PIC 9(6).
       77  ROW-MONTH PIC 9(2).
       77  ROLLUP-MODE PIC X.
       77  WORK-CATEGORY PIC X(20).
       77  ROLLED-CATEGORY PIC X(20).
       77  WORK-REP PIC X(4).
       77  LINE-REVENUE PIC 9(11)V99.
      * The amounts one budget row, history row or order line adds
      * to the tables below.
       01  ADD-AMOUNTS.
           05  ADD-MTD-REV      PIC 9(11)V99.
           05  ADD-MTD-COST     PIC 9(11)V99.
           05  ADD-YTD-REV      PIC 9(11)V99.
           05  ADD-YTD-COST     PIC 9(11)V99.
           05  ADD-MTD-BUD-REV  PIC 9(11)V99.
           05  ADD-MTD-BUD-MGN  PIC 9(11)V99.
           05  ADD-YTD-BUD-REV  PIC 9(11)V99.
           05  ADD-YTD-BUD-MGN  PIC 9(11)V99.
      * Months of the year already rolled into the sales history;
      * the category totals take those months from there and the
      * rest from the live order lines.
       01  HISTORY-MONTHS.
           05  HISTORY-MONTH-FLAG PIC X OCCURS 12 TIMES.
       77  MONTH-IDX PIC 9(2).
      * Salesperson by category.
       01  RC-COUNT PIC 9(3) VALUE 0.
       01  RC-TABLE.
           05  RC-ENTRY OCCURS 200 TIMES.
               10  RC-REP           PIC X(4).
               10  RC-CATEGORY      PIC X(20).
               10  RC-MTD-REV       PIC 9(11)V99.
               10  RC-MTD-COST      PIC 9(11)V99.
               10  RC-YTD-REV       PIC 9(11)V99.
               10  RC-YTD-COST      PIC 9(11)V99.
               10  RC-MTD-BUD-REV   PIC 9(11)V99.
               10  RC-MTD-BUD-MGN   PIC 9(11)V99.
               10  RC-YTD-BUD-REV   PIC 9(11)V99.
               10  RC-YTD-BUD-MGN   PIC 9(11)V99.
       01  RC-IDX PIC 9(3).
       01  RC-FOUND PIC X.
      * Salesperson totals.
       01  REP-COUNT PIC 9(3) VALUE 0.
       01  REP-TABLE.
           05  REP-ENTRY OCCURS 50 TIMES.
               10  REP-ID           PIC X(4).
               10  REP-MTD-REV      PIC 9(11)V99.
               10  REP-MTD-COST     PIC 9(11)V99.
               10  REP-YTD-REV      PIC 9(11)V99.
               10  REP-YTD-COST     PIC 9(11)V99.
               10  REP-MTD-BUD-REV  PIC 9(11)V99.
               10  REP-MTD-BUD-MGN  PIC 9(11)V99.
               10  REP-YTD-BUD-REV  PIC 9(11)V99.
               10  REP-YTD-BUD-MGN  PIC 9(11)V99.
       01  REP-IDX PIC 9(3).
       01  REP-FOUND PIC X.
      * Category totals.
       01  CAT-COUNT PIC 9(3) VALUE 0.
       01  CAT-TABLE.
           05  CAT-ENTRY OCCURS 50 TIMES.
               10  CAT-NAME-ROW     PIC X(20).
               10  CAT-MTD-REV      PIC 9(11)V99.
               10  CAT-MTD-COST     PIC 9(11)V99.
               10  CAT-YTD-REV      PIC 9(11)V99.
               10  CAT-YTD-COST     PIC 9(11)V99.
               10  CAT-MTD-BUD-REV  PIC 9(11)V99.
               10  CAT-MTD-BUD-MGN  PIC 9(11)V99.
               10  CAT-YTD-BUD-REV  PIC 9(11)V99.
               10  CAT-YTD-BUD-MGN  PIC 9(11)V99.
       01  CAT-IDX PIC 9(3).
       01  CAT-FOUND PIC X.
      * One row's figures on their way to the page.
       01  SHOW-AMOUNTS.
           05  SHOW-MTD-REV      PIC 9(11)V99.
           05  SHOW-MTD-COST     PIC 9(11)V99.
           05  SHOW-YTD-REV      PIC 9(11)V99.
           05  SHOW-YTD-COST     PIC 9(11)V99.
           05  SHOW-MTD-BUD-REV  PIC 9(11)V99.
           05  SHOW-MTD-BUD-MGN  PIC 9(11)V99.
           05  SHOW-YTD-BUD-REV  PIC 9(11)V99.
           05  SHOW-YTD-BUD-MGN  PIC 9(11)V99.
       77  SHOW-LABEL PIC X(7).
       77  MEASURE-LABEL PIC X(8).
       77  ACTUAL-AMOUNT PIC S9(11)V99.
       77  BUDGET-AMOUNT PIC S9(11)V99.
       77  VARIANCE-AMOUNT PIC S9(11)V99.
       77  VARIANCE-PCT PIC S9(5)V9.
       77  ACTUAL-EDIT PIC -Z(9)9.99.
       77  BUDGET-EDIT PIC -Z(9)9.99.
       77  VARIANCE-EDIT PIC -Z(9)9.99.
       77  PCT-EDIT PIC -Z(4)9.9.
       01  REPORT-LINE-BUFFER PIC X(132).
       77  SPOOL-ACTION PIC X.
       77  SPOOL-REPORT-NAME PIC X(12) VALUE "BUDGETVAR".
      * Options a saved report request can answer in place of the
      * prompts.
       COPY "report-parm.cbl".

       PROCEDURE DIVISION.

      *What each salesperson and category sold against what
      *management budgeted, for the month and the year to date.
      *Revenue and margin both show the variance in money and as a
      *percent of budget - over budget reads positive. Margin is
      *revenue less the cost captured when the line shipped.
       PROGRAM-BEGIN.
       PERFORM ASK-REPORT-PERIOD.
       COMPUTE YEAR-START-PERIOD = (REPORT-PERIOD / 100) * 100 + 1.
       PERFORM ASK-ROLLUP-MODE.
       IF ROLLUP-MODE = "y"
           MOVE "Y" TO ROLLUP-MODE.
       MOVE 1 TO MONTH-IDX.
       PERFORM CLEAR-HISTORY-MONTH UNTIL MONTH-IDX > 12.
       OPEN I-O SALES-BUDGETS-FILE.
       PERFORM GATHER-BUDGETS.
       CLOSE SALES-BUDGETS-FILE.
       OPEN I-O PRODUCTS-FILE.
       OPEN I-O SALES-HISTORY-FILE.
       PERFORM GATHER-HISTORY.
       CLOSE SALES-HISTORY-FILE.
       OPEN I-O ORDER-LINES-FILE.
       OPEN I-O ORDERS-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM GATHER-NEXT-LINE UNTIL END-OF-FILE = 1.
       CLOSE ORDER-LINES-FILE.
       CLOSE ORDERS-FILE.
       CLOSE PRODUCTS-FILE.
       PERFORM PRINT-VARIANCE-REPORT.
       GOBACK.

       CLEAR-HISTORY-MONTH.
       MOVE "N" TO HISTORY-MONTH-FLAG (MONTH-IDX).
       ADD 1 TO MONTH-IDX.

      *Sorts a period into this month, earlier in the year, or
      *outside the report altogether (ROW-MONTH zero).
       FIND-ROW-MONTH.
       IF ROW-PERIOD < YEAR-START-PERIOD
           OR ROW-PERIOD > REPORT-PERIOD
           MOVE 0 TO ROW-MONTH
       ELSE
           COMPUTE ROW-MONTH = ROW-PERIOD - (ROW-PERIOD / 100) * 100
       END-IF.

       ROLL-WORK-CATEGORY.
       IF ROLLUP-MODE = "Y"
           CALL "resolve-category-rollup" USING
               WORK-CATEGORY ROLLED-CATEGORY
           MOVE ROLLED-CATEGORY TO WORK-CATEGORY
       END-IF.

       GATHER-BUDGETS.
       MOVE YEAR-START-PERIOD TO BUDGET-PERIOD.
       MOVE SPACE TO BUDGET-SALESPERSON-ID.
       MOVE SPACE TO BUDGET-CATEGORY.
       MOVE 0 TO END-OF-FILE.
       START SALES-BUDGETS-FILE KEY IS >= BUDGET-KEY
           INVALID KEY MOVE 1 TO END-OF-FILE.
       PERFORM GATHER-NEXT-BUDGET UNTIL END-OF-FILE = 1.

       GATHER-NEXT-BUDGET.
       READ SALES-BUDGETS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF BUDGET-PERIOD > REPORT-PERIOD
               MOVE 1 TO END-OF-FILE
           ELSE
               PERFORM FOLD-BUDGET-ROW
           END-IF
       END-IF.

       FOLD-BUDGET-ROW.
       MOVE ZERO TO ADD-AMOUNTS.
       MOVE BUDGET-REVENUE TO ADD-YTD-BUD-REV.
       MOVE BUDGET-MARGIN TO ADD-YTD-BUD-MGN.
       IF BUDGET-PERIOD = REPORT-PERIOD
           MOVE BUDGET-REVENUE TO ADD-MTD-BUD-REV
           MOVE BUDGET-MARGIN TO ADD-MTD-BUD-MGN
       END-IF.
       MOVE BUDGET-SALESPERSON-ID TO WORK-REP.
       MOVE BUDGET-CATEGORY TO WORK-CATEGORY.
       PERFORM ROLL-WORK-CATEGORY.
       PERFORM ADD-TO-RC-ROW.
       PERFORM ADD-TO-REP-ROW.
       PERFORM ADD-TO-CAT-ROW.

      *The history carries no salesperson, so it feeds only the
      *category totals - but it still holds months whose orders
      *have since been purged.
       GATHER-HISTORY.
       MOVE YEAR-START-PERIOD TO SH-PERIOD.
       MOVE SPACE TO SH-ROW-TYPE.
       MOVE SPACE TO SH-KEY-ID.
       MOVE 0 TO END-OF-FILE.
       START SALES-HISTORY-FILE KEY IS >= SALES-HISTORY-KEY
           INVALID KEY MOVE 1 TO END-OF-FILE.
       PERFORM GATHER-NEXT-HISTORY-ROW UNTIL END-OF-FILE = 1.

       GATHER-NEXT-HISTORY-ROW.
       READ SALES-HISTORY-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF SH-PERIOD > REPORT-PERIOD
               MOVE 1 TO END-OF-FILE
           ELSE
               IF SH-IS-PRODUCT-ROW
                   PERFORM CHECK-HISTORY-COMPANY
               END-IF
           END-IF
       END-IF.

      *A product row counts for the company that owns the product.
       CHECK-HISTORY-COMPANY.
       MOVE SH-KEY-ID TO PRODUCT-ID.
       MOVE "S" TO RECORD-FOUND.
       READ PRODUCTS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND PRODUCT-COMPANY-CODE = SESSION-COMPANY-CODE
           PERFORM FOLD-HISTORY-ROW.

       FOLD-HISTORY-ROW.
       MOVE SH-PERIOD TO ROW-PERIOD.
       PERFORM FIND-ROW-MONTH.
       IF ROW-MONTH > 0
           MOVE "Y" TO HISTORY-MONTH-FLAG (ROW-MONTH)
           MOVE ZERO TO ADD-AMOUNTS
           MOVE SH-REVENUE TO ADD-YTD-REV
           MOVE SH-COST TO ADD-YTD-COST
           IF SH-PERIOD = REPORT-PERIOD
               MOVE SH-REVENUE TO ADD-MTD-REV
               MOVE SH-COST TO ADD-MTD-COST
           END-IF
           MOVE SH-CATEGORY TO WORK-CATEGORY
           PERFORM ROLL-WORK-CATEGORY
           PERFORM ADD-TO-CAT-ROW
       END-IF.

       GATHER-NEXT-LINE.
       READ ORDER-LINES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF LINE-STATUS = "Shipped"
               AND LINE-PICKED-QTY > 0
               COMPUTE ROW-PERIOD = LINE-PICKED-DATE / 100
               PERFORM FIND-ROW-MONTH
               IF ROW-MONTH > 0
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
           PERFORM FOLD-ORDER-LINE.

       FOLD-ORDER-LINE.
       COMPUTE LINE-REVENUE = LINE-PICKED-QTY * PRICE.
       MOVE ZERO TO ADD-AMOUNTS.
       MOVE LINE-REVENUE TO ADD-YTD-REV.
       MOVE LINE-COST-AMOUNT TO ADD-YTD-COST.
       IF ROW-PERIOD = REPORT-PERIOD
           MOVE LINE-REVENUE TO ADD-MTD-REV
           MOVE LINE-COST-AMOUNT TO ADD-MTD-COST
       END-IF.
       MOVE SPACE TO WORK-CATEGORY.
       MOVE LINE-PRODUCT-ID TO PRODUCT-ID.
       READ PRODUCTS-FILE RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PRODUCT-CATEGORY TO WORK-CATEGORY
       END-READ.
       PERFORM ROLL-WORK-CATEGORY.
       MOVE SPACE TO WORK-REP.
       MOVE LINE-ORDER-ID TO ORDER-ID.
       READ ORDERS-FILE RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE ORDER-SALESPERSON-ID TO WORK-REP
       END-READ.
       PERFORM ADD-TO-RC-ROW.
       PERFORM ADD-TO-REP-ROW.
       IF HISTORY-MONTH-FLAG (ROW-MONTH) = "N"
           PERFORM ADD-TO-CAT-ROW
       END-IF.

       ADD-TO-RC-ROW.
       MOVE "N" TO RC-FOUND.
       MOVE 1 TO RC-IDX.
       PERFORM FIND-RC-ROW
           UNTIL RC-FOUND = "Y" OR RC-IDX > RC-COUNT.
       IF RC-FOUND = "N" AND RC-COUNT < 200
           ADD 1 TO RC-COUNT
           MOVE RC-COUNT TO RC-IDX
           MOVE WORK-REP TO RC-REP (RC-IDX)
           MOVE WORK-CATEGORY TO RC-CATEGORY (RC-IDX)
           MOVE 0 TO RC-MTD-REV (RC-IDX)
           MOVE 0 TO RC-MTD-COST (RC-IDX)
           MOVE 0 TO RC-YTD-REV (RC-IDX)
           MOVE 0 TO RC-YTD-COST (RC-IDX)
           MOVE 0 TO RC-MTD-BUD-REV (RC-IDX)
           MOVE 0 TO RC-MTD-BUD-MGN (RC-IDX)
           MOVE 0 TO RC-YTD-BUD-REV (RC-IDX)
           MOVE 0 TO RC-YTD-BUD-MGN (RC-IDX)
           MOVE "Y" TO RC-FOUND
       END-IF.
       IF RC-FOUND = "Y"
           ADD ADD-MTD-REV TO RC-MTD-REV (RC-IDX)
           ADD ADD-MTD-COST TO RC-MTD-COST (RC-IDX)
           ADD ADD-YTD-REV TO RC-YTD-REV (RC-IDX)
           ADD ADD-YTD-COST TO RC-YTD-COST (RC-IDX)
           ADD ADD-MTD-BUD-REV TO RC-MTD-BUD-REV (RC-IDX)
           ADD ADD-MTD-BUD-MGN TO RC-MTD-BUD-MGN (RC-IDX)
           ADD ADD-YTD-BUD-REV TO RC-YTD-BUD-REV (RC-IDX)
           ADD ADD-YTD-BUD-MGN TO RC-YTD-BUD-MGN (RC-IDX)
       END-IF.

       FIND-RC-ROW.
       IF RC-REP (RC-IDX) = WORK-REP
           AND RC-CATEGORY (RC-IDX) = WORK-CATEGORY
           MOVE "Y" TO RC-FOUND
       ELSE
           ADD 1 TO RC-IDX.

       ADD-TO-REP-ROW.
       MOVE "N" TO REP-FOUND.
       MOVE 1 TO REP-IDX.
       PERFORM FIND-REP-ROW
           UNTIL REP-FOUND = "Y" OR REP-IDX > REP-COUNT.
       IF REP-FOUND = "N" AND REP-COUNT < 50
           ADD 1 TO REP-COUNT
           MOVE REP-COUNT TO REP-IDX
           MOVE WORK-REP TO REP-ID (REP-IDX)
           MOVE 0 TO REP-MTD-REV (REP-IDX)
           MOVE 0 TO REP-MTD-COST (REP-IDX)
           MOVE 0 TO REP-YTD-REV (REP-IDX)
           MOVE 0 TO REP-YTD-COST (REP-IDX)
           MOVE 0 TO REP-MTD-BUD-REV (REP-IDX)
           MOVE 0 TO REP-MTD-BUD-MGN (REP-IDX)
           MOVE 0 TO REP-YTD-BUD-REV (REP-IDX)
           MOVE 0 TO REP-YTD-BUD-MGN (REP-IDX)
           MOVE "Y" TO REP-FOUND
       END-IF.
       IF REP-FOUND = "Y"
           ADD ADD-MTD-REV TO REP-MTD-REV (REP-IDX)
           ADD ADD-MTD-COST TO REP-MTD-COST (REP-IDX)
           ADD ADD-YTD-REV TO REP-YTD-REV (REP-IDX)
           ADD ADD-YTD-COST TO REP-YTD-COST (REP-IDX)
           ADD ADD-MTD-BUD-REV TO REP-MTD-BUD-REV (REP-IDX)
           ADD ADD-MTD-BUD-MGN TO REP-MTD-BUD-MGN (REP-IDX)
           ADD ADD-YTD-BUD-REV TO REP-YTD-BUD-REV (REP-IDX)
           ADD ADD-YTD-BUD-MGN TO REP-YTD-BUD-MGN (REP-IDX)
       END-IF.

       FIND-REP-ROW.
       IF REP-ID (REP-IDX) = WORK-REP
           MOVE "Y" TO REP-FOUND
       ELSE
           ADD 1 TO REP-IDX.

       ADD-TO-CAT-ROW.
       MOVE "N" TO CAT-FOUND.
       MOVE 1 TO CAT-IDX.
       PERFORM FIND-CAT-ROW
           UNTIL CAT-FOUND = "Y" OR CAT-IDX > CAT-COUNT.
       IF CAT-FOUND = "N" AND CAT-COUNT < 50
           ADD 1 TO CAT-COUNT
           MOVE CAT-COUNT TO CAT-IDX
           MOVE WORK-CATEGORY TO CAT-NAME-ROW (CAT-IDX)
           MOVE 0 TO CAT-MTD-REV (CAT-IDX)
           MOVE 0 TO CAT-MTD-COST (CAT-IDX)
           MOVE 0 TO CAT-YTD-REV (CAT-IDX)
           MOVE 0 TO CAT-YTD-COST (CAT-IDX)
           MOVE 0 TO CAT-MTD-BUD-REV (CAT-IDX)
           MOVE 0 TO CAT-MTD-BUD-MGN (CAT-IDX)
           MOVE 0 TO CAT-YTD-BUD-REV (CAT-IDX)
           MOVE 0 TO CAT-YTD-BUD-MGN (CAT-IDX)
           MOVE "Y" TO CAT-FOUND
       END-IF.
       IF CAT-FOUND = "Y"
           ADD ADD-MTD-REV TO CAT-MTD-REV (CAT-IDX)
           ADD ADD-MTD-COST TO CAT-MTD-COST (CAT-IDX)
           ADD ADD-YTD-REV TO CAT-YTD-REV (CAT-IDX)
           ADD ADD-YTD-COST TO CAT-YTD-COST (CAT-IDX)
           ADD ADD-MTD-BUD-REV TO CAT-MTD-BUD-REV (CAT-IDX)
           ADD ADD-MTD-BUD-MGN TO CAT-MTD-BUD-MGN (CAT-IDX)
           ADD ADD-YTD-BUD-REV TO CAT-YTD-BUD-REV (CAT-IDX)
           ADD ADD-YTD-BUD-MGN TO CAT-YTD-BUD-MGN (CAT-IDX)
       END-IF.

       FIND-CAT-ROW.
       IF CAT-NAME-ROW (CAT-IDX) = WORK-CATEGORY
           MOVE "Y" TO CAT-FOUND
       ELSE
           ADD 1 TO CAT-IDX.

       PRINT-VARIANCE-REPORT.
       MOVE "O" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "====== SALES BUDGET VS ACTUAL FOR " DELIMITED BY SIZE
           REPORT-PERIOD DELIMITED BY SIZE
           " ======" DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "By salesperson and category:" TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE 1 TO RC-IDX.
       PERFORM PRINT-NEXT-RC-ROW UNTIL RC-IDX > RC-COUNT.
       MOVE "--------------------------------------------"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "By salesperson:" TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE 1 TO REP-IDX.
       PERFORM PRINT-NEXT-REP-ROW UNTIL REP-IDX > REP-COUNT.
       MOVE "--------------------------------------------"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "By category:" TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE 1 TO CAT-IDX.
       PERFORM PRINT-NEXT-CAT-ROW UNTIL CAT-IDX > CAT-COUNT.
       MOVE "============================================"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "C" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

       PRINT-NEXT-RC-ROW.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Rep " DELIMITED BY SIZE
           RC-REP (RC-IDX) DELIMITED BY SIZE
           "  Category " DELIMITED BY SIZE
           RC-CATEGORY (RC-IDX) DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE RC-MTD-REV (RC-IDX) TO SHOW-MTD-REV.
       MOVE RC-MTD-COST (RC-IDX) TO SHOW-MTD-COST.
       MOVE RC-YTD-REV (RC-IDX) TO SHOW-YTD-REV.
       MOVE RC-YTD-COST (RC-IDX) TO SHOW-YTD-COST.
       MOVE RC-MTD-BUD-REV (RC-IDX) TO SHOW-MTD-BUD-REV.
       MOVE RC-MTD-BUD-MGN (RC-IDX) TO SHOW-MTD-BUD-MGN.
       MOVE RC-YTD-BUD-REV (RC-IDX) TO SHOW-YTD-BUD-REV.
       MOVE RC-YTD-BUD-MGN (RC-IDX) TO SHOW-YTD-BUD-MGN.
       PERFORM PRINT-SHOW-AMOUNTS.
       ADD 1 TO RC-IDX.

       PRINT-NEXT-REP-ROW.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Rep " DELIMITED BY SIZE
           REP-ID (REP-IDX) DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE REP-MTD-REV (REP-IDX) TO SHOW-MTD-REV.
       MOVE REP-MTD-COST (REP-IDX) TO SHOW-MTD-COST.
       MOVE REP-YTD-REV (REP-IDX) TO SHOW-YTD-REV.
       MOVE REP-YTD-COST (REP-IDX) TO SHOW-YTD-COST.
       MOVE REP-MTD-BUD-REV (REP-IDX) TO SHOW-MTD-BUD-REV.
       MOVE REP-MTD-BUD-MGN (REP-IDX) TO SHOW-MTD-BUD-MGN.
       MOVE REP-YTD-BUD-REV (REP-IDX) TO SHOW-YTD-BUD-REV.
       MOVE REP-YTD-BUD-MGN (REP-IDX) TO SHOW-YTD-BUD-MGN.
       PERFORM PRINT-SHOW-AMOUNTS.
       ADD 1 TO REP-IDX.

       PRINT-NEXT-CAT-ROW.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Category " DELIMITED BY SIZE
           CAT-NAME-ROW (CAT-IDX) DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE CAT-MTD-REV (CAT-IDX) TO SHOW-MTD-REV.
       MOVE CAT-MTD-COST (CAT-IDX) TO SHOW-MTD-COST.
       MOVE CAT-YTD-REV (CAT-IDX) TO SHOW-YTD-REV.
       MOVE CAT-YTD-COST (CAT-IDX) TO SHOW-YTD-COST.
       MOVE CAT-MTD-BUD-REV (CAT-IDX) TO SHOW-MTD-BUD-REV.
       MOVE CAT-MTD-BUD-MGN (CAT-IDX) TO SHOW-MTD-BUD-MGN.
       MOVE CAT-YTD-BUD-REV (CAT-IDX) TO SHOW-YTD-BUD-REV.
       MOVE CAT-YTD-BUD-MGN (CAT-IDX) TO SHOW-YTD-BUD-MGN.
       PERFORM PRINT-SHOW-AMOUNTS.
       ADD 1 TO CAT-IDX.

       PRINT-SHOW-AMOUNTS.
       MOVE "  Month" TO SHOW-LABEL.
       MOVE "Revenue" TO MEASURE-LABEL.
       MOVE SHOW-MTD-REV TO ACTUAL-AMOUNT.
       MOVE SHOW-MTD-BUD-REV TO BUDGET-AMOUNT.
       PERFORM PRINT-ONE-MEASURE.
       MOVE "Margin" TO MEASURE-LABEL.
       COMPUTE ACTUAL-AMOUNT = SHOW-MTD-REV - SHOW-MTD-COST.
       MOVE SHOW-MTD-BUD-MGN TO BUDGET-AMOUNT.
       PERFORM PRINT-ONE-MEASURE.
       MOVE "  YTD" TO SHOW-LABEL.
       MOVE "Revenue" TO MEASURE-LABEL.
       MOVE SHOW-YTD-REV TO ACTUAL-AMOUNT.
       MOVE SHOW-YTD-BUD-REV TO BUDGET-AMOUNT.
       PERFORM PRINT-ONE-MEASURE.
       MOVE "Margin" TO MEASURE-LABEL.
       COMPUTE ACTUAL-AMOUNT = SHOW-YTD-REV - SHOW-YTD-COST.
       MOVE SHOW-YTD-BUD-MGN TO BUDGET-AMOUNT.
       PERFORM PRINT-ONE-MEASURE.

      *With no budget set there is nothing to measure against, so
      *the percent is left at zero rather than divided by it.
       PRINT-ONE-MEASURE.
       COMPUTE VARIANCE-AMOUNT = ACTUAL-AMOUNT - BUDGET-AMOUNT.
       IF BUDGET-AMOUNT NOT = 0
           COMPUTE VARIANCE-PCT ROUNDED =
               VARIANCE-AMOUNT * 100 / BUDGET-AMOUNT
       ELSE
           MOVE 0 TO VARIANCE-PCT
       END-IF.
       MOVE ACTUAL-AMOUNT TO ACTUAL-EDIT.
       MOVE BUDGET-AMOUNT TO BUDGET-EDIT.
       MOVE VARIANCE-AMOUNT TO VARIANCE-EDIT.
       MOVE VARIANCE-PCT TO PCT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING SHOW-LABEL DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           MEASURE-LABEL DELIMITED BY SIZE
           " actual " DELIMITED BY SIZE
           ACTUAL-EDIT DELIMITED BY SIZE
           " budget " DELIMITED BY SIZE
           BUDGET-EDIT DELIMITED BY SIZE
           " variance " DELIMITED BY SIZE
           VARIANCE-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PCT-EDIT DELIMITED BY SIZE
           " pct" DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.

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

       ASK-ROLLUP-MODE.
       MOVE "ROLLUP" TO REPORT-PARM-KEY.
       PERFORM GET-REPORT-PARM.
       IF REPORT-PARM-FOUND = "Y"
           MOVE REPORT-PARM-TEXT TO ROLLUP-MODE
       ELSE
           DISPLAY "Roll categories up into their parents (Y/N)?"
           MOVE SPACE TO ROLLUP-MODE
           ACCEPT ROLLUP-MODE
       END-IF.

      *A saved report request run unattended answers the options
      *above; run from the menu the operator is asked as before.
       GET-REPORT-PARM.
       CALL "get-report-parm" USING REPORT-PARM-KEY
           REPORT-PARM-FOUND REPORT-PARM-TEXT REPORT-PARM-NUMBER.

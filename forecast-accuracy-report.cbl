       IDENTIFICATION DIVISION.
       PROGRAM-ID. forecast-accuracy-report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "forecast-physical-file.cbl".
       COPY "demand-history-physical-file.cbl".
       COPY "physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with demand forecast fields.
       COPY "forecast-logic-file.cbl".
      * Logic file with demand history fields.
       COPY "demand-history-logic-file.cbl".
      * Logic file with products fields.
       COPY "logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's products
      * are reported.
       COPY "session-data.cbl".
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  REPORT-PERIOD PIC 9(6).
       77  ACTUAL-QTY PIC 9(7).
       77  ERROR-QTY PIC S9(7).
       77  ABS-ERROR-QTY PIC 9(7).
       77  ERROR-PCT PIC 9(5)V9.
       77  WORK-CATEGORY PIC X(20).
       77  WORK-CLASS PIC X(01).
       77  REVIEW-THRESHOLD PIC 9(3) VALUE 50.
       77  REVIEW-COUNT PIC 9(5) VALUE 0.
      * Category and ABC class totals.
       01  CAT-COUNT PIC 9(3) VALUE 0.
       01  CAT-TABLE.
           05  CAT-ENTRY OCCURS 50 TIMES.
               10  CAT-NAME-ROW    PIC X(20).
               10  CAT-FORECAST    PIC 9(9).
               10  CAT-ACTUAL      PIC 9(9).
               10  CAT-ABS-ERROR   PIC 9(9).
       01  CAT-IDX PIC 9(3).
       01  CAT-FOUND PIC X.
       01  CLASS-COUNT PIC 9(3) VALUE 0.
       01  CLASS-TABLE.
           05  CLASS-ENTRY OCCURS 5 TIMES.
               10  CLASS-CODE      PIC X(01).
               10  CLASS-FORECAST  PIC 9(9).
               10  CLASS-ACTUAL    PIC 9(9).
               10  CLASS-ABS-ERROR PIC 9(9).
       01  CLASS-IDX PIC 9(3).
       01  CLASS-FOUND PIC X.
       77  TOTAL-FORECAST PIC 9(9) VALUE 0.
       77  TOTAL-ACTUAL PIC 9(9) VALUE 0.
       77  TOTAL-ABS-ERROR PIC 9(9) VALUE 0.
      * One group's figures on their way to the page.
       77  GROUP-LABEL PIC X(30).
       77  GROUP-FORECAST PIC 9(9).
       77  GROUP-ACTUAL PIC 9(9).
       77  GROUP-ABS-ERROR PIC 9(9).
       77  GROUP-BIAS PIC S9(9).
       77  GROUP-ERROR-PCT PIC 9(5)V9.
       77  GROUP-BIAS-PCT PIC S9(5)V9.
       77  QTY-EDIT PIC Z(8)9.
       77  ACTUAL-EDIT PIC Z(8)9.
       77  SIGNED-EDIT PIC -Z(8)9.
       77  PCT-EDIT PIC Z(4)9.9.
       77  BIAS-PCT-EDIT PIC -Z(4)9.9.
       01  REPORT-LINE-BUFFER PIC X(132).
       77  SPOOL-ACTION PIC X.
       77  SPOOL-REPORT-NAME PIC X(12) VALUE "FCSTACCURACY".
      * Options a saved report request can answer in place of the
      * prompts.
       COPY "report-parm.cbl".

       PROCEDURE DIVISION.

      *How wrong the forecast was for a closed month: each product's
      *forecast against the demand the ledger actually recorded,
      *then the same by category and by ABC class. Error is the
      *absolute miss as a percent of actual demand; the miss and the
      *bias are both forecast less actual, so a positive figure means
      *we forecast too high.
      *Products missing by half or more are marked for a planner to
      *look at and override.
       PROGRAM-BEGIN.
       PERFORM ASK-REPORT-PERIOD.
       MOVE "O" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "====== FORECAST ACCURACY FOR " DELIMITED BY SIZE
           REPORT-PERIOD DELIMITED BY SIZE
           " ======" DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "By product (M moving average, E smoothing, S seasonal):"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "Miss and bias are forecast less actual (+ = too high)."
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       OPEN I-O FORECAST-FILE.
       OPEN I-O DEMAND-HISTORY-FILE.
       OPEN I-O PRODUCTS-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM CHECK-NEXT-FORECAST UNTIL END-OF-FILE = 1.
       CLOSE FORECAST-FILE.
       CLOSE DEMAND-HISTORY-FILE.
       CLOSE PRODUCTS-FILE.
       PERFORM PRINT-GROUP-TOTALS.
       MOVE "C" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       GOBACK.

       CHECK-NEXT-FORECAST.
       READ FORECAST-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF FORECAST-PERIOD = REPORT-PERIOD
               PERFORM CHECK-FORECAST-COMPANY
           END-IF
       END-IF.

      *Another company's product is passed over; a forecast whose
      *product has gone is still shown, as not on file.
       CHECK-FORECAST-COMPANY.
       MOVE FORECAST-PRODUCT-ID TO PRODUCT-ID.
       MOVE "S" TO RECORD-FOUND.
       READ PRODUCTS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           OR PRODUCT-COMPANY-CODE = SESSION-COMPANY-CODE
           PERFORM CHECK-ONE-FORECAST.

       CHECK-ONE-FORECAST.
       MOVE FORECAST-PRODUCT-ID TO DEMAND-PRODUCT-ID.
       MOVE REPORT-PERIOD TO DEMAND-PERIOD.
       MOVE 0 TO ACTUAL-QTY.
       READ DEMAND-HISTORY-FILE RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE DEMAND-QTY TO ACTUAL-QTY
       END-READ.
       MOVE "(not on file)" TO WORK-CATEGORY.
       MOVE "-" TO WORK-CLASS.
       MOVE FORECAST-PRODUCT-ID TO PRODUCT-ID.
       READ PRODUCTS-FILE RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PRODUCT-CATEGORY TO WORK-CATEGORY
               IF PRODUCT-ABC-CLASS NOT = SPACE
                   MOVE PRODUCT-ABC-CLASS TO WORK-CLASS
               END-IF
       END-READ.
       COMPUTE ERROR-QTY = FORECAST-QTY - ACTUAL-QTY.
       IF ERROR-QTY < 0
           COMPUTE ABS-ERROR-QTY = 0 - ERROR-QTY
       ELSE
           MOVE ERROR-QTY TO ABS-ERROR-QTY
       END-IF.
       IF ACTUAL-QTY > 0
           COMPUTE ERROR-PCT ROUNDED = ABS-ERROR-QTY * 100 / ACTUAL-QTY
       ELSE IF FORECAST-QTY > 0
           MOVE 100 TO ERROR-PCT
       ELSE
           MOVE 0 TO ERROR-PCT
       END-IF.
       MOVE FORECAST-QTY TO QTY-EDIT.
       MOVE ACTUAL-QTY TO ACTUAL-EDIT.
       MOVE ERROR-QTY TO SIGNED-EDIT.
       MOVE ERROR-PCT TO PCT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING FORECAST-PRODUCT-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FORECAST-METHOD DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WORK-CLASS DELIMITED BY SIZE
           " fcst " DELIMITED BY SIZE
           QTY-EDIT DELIMITED BY SIZE
           " actual " DELIMITED BY SIZE
           ACTUAL-EDIT DELIMITED BY SIZE
           " miss " DELIMITED BY SIZE
           SIGNED-EDIT DELIMITED BY SIZE
           " error " DELIMITED BY SIZE
           PCT-EDIT DELIMITED BY SIZE
           " pct" DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       IF ERROR-PCT >= REVIEW-THRESHOLD
           MOVE "REVIEW" TO REPORT-LINE-BUFFER (100:6)
           ADD 1 TO REVIEW-COUNT
       END-IF.
       PERFORM SHOW-REPORT-LINE.
       ADD FORECAST-QTY TO TOTAL-FORECAST.
       ADD ACTUAL-QTY TO TOTAL-ACTUAL.
       ADD ABS-ERROR-QTY TO TOTAL-ABS-ERROR.
       PERFORM ADD-TO-CATEGORY-ROW.
       PERFORM ADD-TO-CLASS-ROW.

       ADD-TO-CATEGORY-ROW.
       MOVE "N" TO CAT-FOUND.
       MOVE 1 TO CAT-IDX.
       PERFORM FIND-CATEGORY-ROW
           UNTIL CAT-FOUND = "Y" OR CAT-IDX > CAT-COUNT.
       IF CAT-FOUND = "N" AND CAT-COUNT < 50
           ADD 1 TO CAT-COUNT
           MOVE CAT-COUNT TO CAT-IDX
           MOVE WORK-CATEGORY TO CAT-NAME-ROW (CAT-IDX)
           MOVE 0 TO CAT-FORECAST (CAT-IDX)
           MOVE 0 TO CAT-ACTUAL (CAT-IDX)
           MOVE 0 TO CAT-ABS-ERROR (CAT-IDX)
           MOVE "Y" TO CAT-FOUND
       END-IF.
       IF CAT-FOUND = "Y"
           ADD FORECAST-QTY TO CAT-FORECAST (CAT-IDX)
           ADD ACTUAL-QTY TO CAT-ACTUAL (CAT-IDX)
           ADD ABS-ERROR-QTY TO CAT-ABS-ERROR (CAT-IDX)
       END-IF.

       FIND-CATEGORY-ROW.
       IF CAT-NAME-ROW (CAT-IDX) = WORK-CATEGORY
           MOVE "Y" TO CAT-FOUND
       ELSE
           ADD 1 TO CAT-IDX.

       ADD-TO-CLASS-ROW.
       MOVE "N" TO CLASS-FOUND.
       MOVE 1 TO CLASS-IDX.
       PERFORM FIND-CLASS-ROW
           UNTIL CLASS-FOUND = "Y" OR CLASS-IDX > CLASS-COUNT.
       IF CLASS-FOUND = "N" AND CLASS-COUNT < 5
           ADD 1 TO CLASS-COUNT
           MOVE CLASS-COUNT TO CLASS-IDX
           MOVE WORK-CLASS TO CLASS-CODE (CLASS-IDX)
           MOVE 0 TO CLASS-FORECAST (CLASS-IDX)
           MOVE 0 TO CLASS-ACTUAL (CLASS-IDX)
           MOVE 0 TO CLASS-ABS-ERROR (CLASS-IDX)
           MOVE "Y" TO CLASS-FOUND
       END-IF.
       IF CLASS-FOUND = "Y"
           ADD FORECAST-QTY TO CLASS-FORECAST (CLASS-IDX)
           ADD ACTUAL-QTY TO CLASS-ACTUAL (CLASS-IDX)
           ADD ABS-ERROR-QTY TO CLASS-ABS-ERROR (CLASS-IDX)
       END-IF.

       FIND-CLASS-ROW.
       IF CLASS-CODE (CLASS-IDX) = WORK-CLASS
           MOVE "Y" TO CLASS-FOUND
       ELSE
           ADD 1 TO CLASS-IDX.

       PRINT-GROUP-TOTALS.
       MOVE "--------------------------------------------"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "By category:" TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE 1 TO CAT-IDX.
       PERFORM PRINT-NEXT-CATEGORY UNTIL CAT-IDX > CAT-COUNT.
       MOVE "By ABC class:" TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE 1 TO CLASS-IDX.
       PERFORM PRINT-NEXT-CLASS UNTIL CLASS-IDX > CLASS-COUNT.
       MOVE "--------------------------------------------"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "All products" TO GROUP-LABEL.
       MOVE TOTAL-FORECAST TO GROUP-FORECAST.
       MOVE TOTAL-ACTUAL TO GROUP-ACTUAL.
       MOVE TOTAL-ABS-ERROR TO GROUP-ABS-ERROR.
       PERFORM PRINT-GROUP-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Products marked for review: " DELIMITED BY SIZE
           REVIEW-COUNT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "============================================"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.

       PRINT-NEXT-CATEGORY.
       MOVE CAT-NAME-ROW (CAT-IDX) TO GROUP-LABEL.
       MOVE CAT-FORECAST (CAT-IDX) TO GROUP-FORECAST.
       MOVE CAT-ACTUAL (CAT-IDX) TO GROUP-ACTUAL.
       MOVE CAT-ABS-ERROR (CAT-IDX) TO GROUP-ABS-ERROR.
       PERFORM PRINT-GROUP-LINE.
       ADD 1 TO CAT-IDX.

       PRINT-NEXT-CLASS.
       MOVE SPACE TO GROUP-LABEL.
       STRING "Class " DELIMITED BY SIZE
           CLASS-CODE (CLASS-IDX) DELIMITED BY SIZE
           INTO GROUP-LABEL.
       MOVE CLASS-FORECAST (CLASS-IDX) TO GROUP-FORECAST.
       MOVE CLASS-ACTUAL (CLASS-IDX) TO GROUP-ACTUAL.
       MOVE CLASS-ABS-ERROR (CLASS-IDX) TO GROUP-ABS-ERROR.
       PERFORM PRINT-GROUP-LINE.
       ADD 1 TO CLASS-IDX.

      *A group's error is its total miss over its total demand, so
      *one slow item cannot swamp a busy category.
       PRINT-GROUP-LINE.
       COMPUTE GROUP-BIAS = GROUP-FORECAST - GROUP-ACTUAL.
       IF GROUP-ACTUAL > 0
           COMPUTE GROUP-ERROR-PCT ROUNDED =
               GROUP-ABS-ERROR * 100 / GROUP-ACTUAL
           COMPUTE GROUP-BIAS-PCT ROUNDED =
               GROUP-BIAS * 100 / GROUP-ACTUAL
       ELSE
           MOVE 0 TO GROUP-ERROR-PCT
           MOVE 0 TO GROUP-BIAS-PCT
       END-IF.
       MOVE GROUP-FORECAST TO QTY-EDIT.
       MOVE GROUP-ACTUAL TO ACTUAL-EDIT.
       MOVE GROUP-BIAS TO SIGNED-EDIT.
       MOVE GROUP-ERROR-PCT TO PCT-EDIT.
       MOVE GROUP-BIAS-PCT TO BIAS-PCT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "  " DELIMITED BY SIZE
           GROUP-LABEL DELIMITED BY SIZE
           " fcst " DELIMITED BY SIZE
           QTY-EDIT DELIMITED BY SIZE
           " actual " DELIMITED BY SIZE
           ACTUAL-EDIT DELIMITED BY SIZE
           " error " DELIMITED BY SIZE
           PCT-EDIT DELIMITED BY SIZE
           " pct bias " DELIMITED BY SIZE
           SIGNED-EDIT DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           BIAS-PCT-EDIT DELIMITED BY SIZE
           " pct)" DELIMITED BY SIZE
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
           DISPLAY "Enter the closed month to check (YYYYMM): "
           ACCEPT REPORT-PERIOD
       END-IF.

      *A saved report request run unattended answers the options
      *above; run from the menu the operator is asked as before.
       GET-REPORT-PARM.
       CALL "get-report-parm" USING REPORT-PARM-KEY
           REPORT-PARM-FOUND REPORT-PARM-TEXT REPORT-PARM-NUMBER.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. demand-forecast-run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "forecast-physical-file.cbl".
       COPY "demand-history-physical-file.cbl".
       COPY "movement-physical-file.cbl".
       COPY "physical-file.cbl".
       COPY "calendar-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with demand forecast fields.
       COPY "forecast-logic-file.cbl".
      * Logic file with demand history fields.
       COPY "demand-history-logic-file.cbl".
      * Logic file with movement fields.
       COPY "movement-logic-file.cbl".
      * Logic file with products fields.
       COPY "logic-file.cbl".
      * Logic file with business calendar fields.
       COPY "calendar-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  SCAN-EOF PIC 9.
       77  CAL-SCAN-EOF PIC 9.
       77  RUN-DATE PIC 9(8).
       77  LAST-PERIOD-END-DATE PIC 9(8).
       77  MOVEMENTS-ROLLED PIC 9(7) VALUE 0.
       01  MOVE-DATE-SPLIT.
           05  MD-YEAR  PIC X(4).
           05  FILLER   PIC X(1).
           05  MD-MONTH PIC X(2).
           05  FILLER   PIC X(1).
           05  MD-DAY   PIC X(2).
       77  WORK-PERIOD PIC 9(6).
       77  WORK-YEAR PIC 9(4).
       77  WORK-MONTH PIC 9(2).
      * Periods are counted as months since year zero so that the
      * history and the horizon can be walked across a year end.
       77  BASE-PERIOD PIC 9(6).
       77  BASE-SERIAL PIC 9(6).
       77  ROW-SERIAL PIC 9(6).
       77  FIRST-SERIAL PIC 9(6).
       77  TARGET-SERIAL PIC 9(6).
       77  SERIAL-YEAR PIC 9(4).
      * The last 24 closed months for one product, oldest first;
      * slot 24 is the period that has just closed.
       01  HISTORY-TABLE.
           05  HIST-QTY PIC 9(7) OCCURS 24 TIMES.
       77  HIST-IDX PIC 9(2).
       77  HISTORY-MONTHS PIC 9(3).
       77  AVERAGE-COUNT PIC 9(2).
       77  HISTORY-SUM PIC 9(9).
       77  LEVEL-QTY PIC 9(7)V99.
       77  OVERALL-AVG PIC 9(7)V99.
       77  SMOOTHING-ALPHA PIC V99 VALUE .30.
       01  SEASON-TABLE.
           05  SEASON-INDEX PIC 9(3)V9999 OCCURS 12 TIMES.
       77  SEASON-IDX PIC 9(2).
       77  SEASON-SWING PIC 9(3)V9999.
       77  SEASON-SPREAD PIC 9(3)V9999.
       77  SEASONAL-THRESHOLD PIC 9V99 VALUE 0.25.
       77  CHOSEN-METHOD PIC X(01).
       77  HORIZON-IDX PIC 9(2).
       77  HORIZON-QTY PIC 9(7).
       77  PRODUCTS-FORECAST PIC 9(5) VALUE 0.
       77  MOVING-AVG-COUNT PIC 9(5) VALUE 0.
       77  SMOOTHING-COUNT PIC 9(5) VALUE 0.
       77  SEASONAL-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

      *Month-end forecast: the demand history is brought up to date
      *from the movement ledger, then each active product gets a
      *forecast for the six periods after the one just closed. The
      *method follows the history the item has - a short moving
      *average for new items, exponential smoothing once there are
      *six months, and seasonal indexes once two full years show a
      *real seasonal swing. A closed period's forecast is never
      *rewritten, so the accuracy report always compares actual
      *demand with what was forecast before the month began.
       PROGRAM-BEGIN.
       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       PERFORM FIND-ACCOUNTING-PERIOD.
       MOVE WORK-PERIOD TO BASE-PERIOD.
       DISPLAY "Forecasting from closed period " BASE-PERIOD ".".
       PERFORM REBUILD-DEMAND-HISTORY.
       MOVE BASE-PERIOD TO WORK-PERIOD.
       PERFORM PERIOD-TO-SERIAL.
       MOVE ROW-SERIAL TO BASE-SERIAL.
       OPEN I-O FORECAST-FILE.
       OPEN I-O DEMAND-HISTORY-FILE.
       OPEN I-O PRODUCTS-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM FORECAST-NEXT-PRODUCT UNTIL END-OF-FILE = 1.
       CLOSE FORECAST-FILE.
       CLOSE DEMAND-HISTORY-FILE.
       CLOSE PRODUCTS-FILE.
       DISPLAY "Products forecast: " PRODUCTS-FORECAST
           " Moving average: " MOVING-AVG-COUNT
           " Smoothing: " SMOOTHING-COUNT
           " Seasonal: " SEASONAL-COUNT.
       GOBACK.

      *The period is the most recent period-end on the business
      *calendar on or before the run date; with no calendar rows
      *the run date's own month stands in.
       FIND-ACCOUNTING-PERIOD.
       COMPUTE WORK-PERIOD = RUN-DATE / 100.
       MOVE 0 TO LAST-PERIOD-END-DATE.
       OPEN I-O BUSINESS-CALENDAR-FILE.
       MOVE 0 TO CAL-DATE.
       MOVE 0 TO CAL-SCAN-EOF.
       START BUSINESS-CALENDAR-FILE KEY IS >= CAL-DATE
           INVALID KEY MOVE 1 TO CAL-SCAN-EOF.
       PERFORM SCAN-NEXT-PERIOD-END UNTIL CAL-SCAN-EOF = 1.
       CLOSE BUSINESS-CALENDAR-FILE.
       IF LAST-PERIOD-END-DATE > 0
           COMPUTE WORK-PERIOD = LAST-PERIOD-END-DATE / 100
       END-IF.

       SCAN-NEXT-PERIOD-END.
       READ BUSINESS-CALENDAR-FILE NEXT RECORD
           AT END MOVE 1 TO CAL-SCAN-EOF
       END-READ.
       IF CAL-SCAN-EOF = 0
           IF CAL-DATE > RUN-DATE
               MOVE 1 TO CAL-SCAN-EOF
           ELSE
               IF CAL-IS-PERIOD-END
                   MOVE CAL-DATE TO LAST-PERIOD-END-DATE
               END-IF
           END-IF
       END-IF.

      *The unattended twin of the recalibration menu's rebuild: the
      *file is rebuilt from the ledger each run, so a rerun can
      *never double-count.
       REBUILD-DEMAND-HISTORY.
       MOVE 0 TO MOVEMENTS-ROLLED.
       OPEN OUTPUT DEMAND-HISTORY-FILE.
       CLOSE DEMAND-HISTORY-FILE.
       OPEN I-O DEMAND-HISTORY-FILE.
       OPEN I-O MOVEMENTS-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM ROLL-NEXT-MOVEMENT UNTIL END-OF-FILE = 1.
       CLOSE MOVEMENTS-FILE.
       CLOSE DEMAND-HISTORY-FILE.
       DISPLAY "Demand history rebuilt. Exits rolled: "
           MOVEMENTS-ROLLED.

       ROLL-NEXT-MOVEMENT.
       READ MOVEMENTS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND MOVEMENT-COMPANY-CODE = SESSION-COMPANY-CODE
           IF MOVEMENT-IS-EXIT
               AND MOVEMENT-REASON NOT = "TRANSFER"
               AND MOVEMENT-REASON NOT = "QC FAIL"
               AND MOVEMENT-REASON NOT = "RTV"
               MOVE MOVEMENT-DATE TO MOVE-DATE-SPLIT
               MOVE MD-YEAR TO WORK-YEAR
               MOVE MD-MONTH TO WORK-MONTH
               COMPUTE WORK-PERIOD = (WORK-YEAR * 100) + WORK-MONTH
               PERFORM ADD-TO-DEMAND-BUCKET
               ADD 1 TO MOVEMENTS-ROLLED
           END-IF
       END-IF.

       ADD-TO-DEMAND-BUCKET.
       MOVE MOVEMENT-PRODUCT-ID TO DEMAND-PRODUCT-ID.
       MOVE WORK-PERIOD TO DEMAND-PERIOD.
       MOVE "S" TO RECORD-FOUND.
       READ DEMAND-HISTORY-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           ADD MOVEMENT-QUANTITY TO DEMAND-QTY
           REWRITE DEMAND-HISTORY-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating demand history."
           END-REWRITE
       ELSE
           MOVE SPACE TO DEMAND-HISTORY-REGISTRATION
           MOVE MOVEMENT-PRODUCT-ID TO DEMAND-PRODUCT-ID
           MOVE WORK-PERIOD TO DEMAND-PERIOD
           MOVE MOVEMENT-QUANTITY TO DEMAND-QTY
           WRITE DEMAND-HISTORY-REGISTRATION
               INVALID KEY
                   DISPLAY "Error writing demand history."
           END-WRITE
       END-IF.

       PERIOD-TO-SERIAL.
       COMPUTE WORK-YEAR = WORK-PERIOD / 100.
       COMPUTE WORK-MONTH = WORK-PERIOD - WORK-YEAR * 100.
       COMPUTE ROW-SERIAL = WORK-YEAR * 12 + WORK-MONTH - 1.

       SERIAL-TO-PERIOD.
       COMPUTE SERIAL-YEAR = TARGET-SERIAL / 12.
       COMPUTE WORK-PERIOD = SERIAL-YEAR * 100
           + (TARGET-SERIAL - SERIAL-YEAR * 12) + 1.

       FORECAST-NEXT-PRODUCT.
       READ PRODUCTS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND PRODUCT-COMPANY-CODE = SESSION-COMPANY-CODE
           IF NOT PRODUCT-IS-INACTIVE
               AND PRODUCT-SUPERSEDED-BY = SPACE
               PERFORM LOAD-PRODUCT-HISTORY
               IF HISTORY-MONTHS > 0
                   PERFORM CHOOSE-AND-FORECAST
               END-IF
           END-IF
       END-IF.

       LOAD-PRODUCT-HISTORY.
       MOVE 1 TO HIST-IDX.
       PERFORM CLEAR-HISTORY-SLOT UNTIL HIST-IDX > 24.
       MOVE 0 TO HISTORY-MONTHS.
       MOVE 0 TO FIRST-SERIAL.
       MOVE PRODUCT-ID TO DEMAND-PRODUCT-ID.
       MOVE 0 TO DEMAND-PERIOD.
       MOVE 0 TO SCAN-EOF.
       START DEMAND-HISTORY-FILE KEY IS >= DEMAND-HISTORY-KEY
           INVALID KEY MOVE 1 TO SCAN-EOF.
       PERFORM LOAD-NEXT-DEMAND-ROW UNTIL SCAN-EOF = 1.
       IF HISTORY-MONTHS > 0
           COMPUTE HISTORY-MONTHS = BASE-SERIAL - FIRST-SERIAL + 1
           IF HISTORY-MONTHS > 24
               MOVE 24 TO HISTORY-MONTHS
           END-IF
       END-IF.

       CLEAR-HISTORY-SLOT.
       MOVE 0 TO HIST-QTY (HIST-IDX).
       ADD 1 TO HIST-IDX.

      *Months after the closed period are still open and would
      *drag the figures down, so they are left out.
       LOAD-NEXT-DEMAND-ROW.
       READ DEMAND-HISTORY-FILE NEXT RECORD
           AT END MOVE 1 TO SCAN-EOF
       END-READ.
       IF SCAN-EOF = 0
           IF DEMAND-PRODUCT-ID NOT = PRODUCT-ID
               OR DEMAND-PERIOD > BASE-PERIOD
               MOVE 1 TO SCAN-EOF
           ELSE
               MOVE DEMAND-PERIOD TO WORK-PERIOD
               PERFORM PERIOD-TO-SERIAL
               IF HISTORY-MONTHS = 0
                   MOVE ROW-SERIAL TO FIRST-SERIAL
                   MOVE 1 TO HISTORY-MONTHS
               END-IF
               IF ROW-SERIAL + 24 > BASE-SERIAL
                   COMPUTE HIST-IDX = ROW-SERIAL - BASE-SERIAL + 24
                   MOVE DEMAND-QTY TO HIST-QTY (HIST-IDX)
               END-IF
           END-IF
       END-IF.

       CHOOSE-AND-FORECAST.
       ADD 1 TO PRODUCTS-FORECAST.
       IF HISTORY-MONTHS < 6
           MOVE "M" TO CHOSEN-METHOD
           PERFORM FIND-MOVING-AVERAGE
       ELSE
           MOVE "E" TO CHOSEN-METHOD
           IF HISTORY-MONTHS = 24
               PERFORM FIND-SEASON-INDEXES
           END-IF
           IF CHOSEN-METHOD = "E"
               PERFORM FIND-SMOOTHED-LEVEL
           END-IF
       END-IF.
       IF CHOSEN-METHOD = "M"
           ADD 1 TO MOVING-AVG-COUNT
       ELSE IF CHOSEN-METHOD = "E"
           ADD 1 TO SMOOTHING-COUNT
       ELSE
           ADD 1 TO SEASONAL-COUNT
       END-IF.
       MOVE 1 TO HORIZON-IDX.
       PERFORM WRITE-ONE-FORECAST UNTIL HORIZON-IDX > 6.

      *Up to the last three closed months, averaged.
       FIND-MOVING-AVERAGE.
       MOVE 0 TO HISTORY-SUM.
       MOVE 0 TO AVERAGE-COUNT.
       MOVE 24 TO HIST-IDX.
       PERFORM ADD-RECENT-MONTH
           UNTIL AVERAGE-COUNT = 3 OR AVERAGE-COUNT = HISTORY-MONTHS.
       COMPUTE LEVEL-QTY ROUNDED = HISTORY-SUM / AVERAGE-COUNT.

       ADD-RECENT-MONTH.
       ADD HIST-QTY (HIST-IDX) TO HISTORY-SUM.
       ADD 1 TO AVERAGE-COUNT.
       SUBTRACT 1 FROM HIST-IDX.

      *Each month pulls the level thirty percent of the way towards
      *what actually sold, starting from the oldest month held.
       FIND-SMOOTHED-LEVEL.
       COMPUTE HIST-IDX = 25 - HISTORY-MONTHS.
       MOVE HIST-QTY (HIST-IDX) TO LEVEL-QTY.
       ADD 1 TO HIST-IDX.
       PERFORM SMOOTH-ONE-MONTH UNTIL HIST-IDX > 24.

       SMOOTH-ONE-MONTH.
       COMPUTE LEVEL-QTY ROUNDED =
           SMOOTHING-ALPHA * HIST-QTY (HIST-IDX)
           + (1 - SMOOTHING-ALPHA) * LEVEL-QTY.
       ADD 1 TO HIST-IDX.

      *Two full years: each calendar month's average over both
      *years against the two-year monthly average gives its index.
      *Only when some month sits a quarter or more away from the
      *average is the item treated as seasonal; the level is then
      *the average of the latest twelve months.
       FIND-SEASON-INDEXES.
       MOVE 0 TO HISTORY-SUM.
       MOVE 1 TO HIST-IDX.
       PERFORM ADD-HISTORY-SLOT UNTIL HIST-IDX > 24.
       COMPUTE OVERALL-AVG ROUNDED = HISTORY-SUM / 24.
       IF OVERALL-AVG > 0
           MOVE 0 TO SEASON-SPREAD
           MOVE 1 TO SEASON-IDX
           PERFORM FIND-ONE-SEASON-INDEX UNTIL SEASON-IDX > 12
           IF SEASON-SPREAD >= SEASONAL-THRESHOLD
               MOVE "S" TO CHOSEN-METHOD
               MOVE 0 TO HISTORY-SUM
               MOVE 13 TO HIST-IDX
               PERFORM ADD-HISTORY-SLOT UNTIL HIST-IDX > 24
               COMPUTE LEVEL-QTY ROUNDED = HISTORY-SUM / 12
           END-IF
       END-IF.

       ADD-HISTORY-SLOT.
       ADD HIST-QTY (HIST-IDX) TO HISTORY-SUM.
       ADD 1 TO HIST-IDX.

      *Slot n and slot n + 12 are the same calendar month a year
      *apart, and slot n is also that month's place ahead of the
      *closed period (slot 1 is the month after it, two years on).
       FIND-ONE-SEASON-INDEX.
       COMPUTE SEASON-INDEX (SEASON-IDX) ROUNDED =
           (HIST-QTY (SEASON-IDX) + HIST-QTY (SEASON-IDX + 12))
           / 2 / OVERALL-AVG.
       IF SEASON-INDEX (SEASON-IDX) > 1
           COMPUTE SEASON-SWING = SEASON-INDEX (SEASON-IDX) - 1
       ELSE
           COMPUTE SEASON-SWING = 1 - SEASON-INDEX (SEASON-IDX)
       END-IF.
       IF SEASON-SWING > SEASON-SPREAD
           MOVE SEASON-SWING TO SEASON-SPREAD
       END-IF.
       ADD 1 TO SEASON-IDX.

       WRITE-ONE-FORECAST.
       IF CHOSEN-METHOD = "S"
           COMPUTE HORIZON-QTY ROUNDED =
               LEVEL-QTY * SEASON-INDEX (HORIZON-IDX)
       ELSE
           COMPUTE HORIZON-QTY ROUNDED = LEVEL-QTY
       END-IF.
       COMPUTE TARGET-SERIAL = BASE-SERIAL + HORIZON-IDX.
       PERFORM SERIAL-TO-PERIOD.
       MOVE PRODUCT-ID TO FORECAST-PRODUCT-ID.
       MOVE WORK-PERIOD TO FORECAST-PERIOD.
       MOVE "S" TO RECORD-FOUND.
       READ FORECAST-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       MOVE HORIZON-QTY TO FORECAST-QTY.
       MOVE CHOSEN-METHOD TO FORECAST-METHOD.
       MOVE BASE-PERIOD TO FORECAST-BASE-PERIOD.
       MOVE RUN-DATE TO FORECAST-RUN-DATE.
       IF RECORD-FOUND = "S"
           REWRITE FORECAST-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating forecast for "
                   PRODUCT-ID "."
           END-REWRITE
       ELSE
           WRITE FORECAST-REGISTRATION
               INVALID KEY
                   DISPLAY "Error writing forecast for "
                   PRODUCT-ID "."
           END-WRITE
       END-IF.
       ADD 1 TO HORIZON-IDX.

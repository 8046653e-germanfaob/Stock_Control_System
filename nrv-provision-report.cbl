       IDENTIFICATION DIVISION.
       PROGRAM-ID. nrv-provision-report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "physical-file.cbl".
       COPY "cost-layer-physical-file.cbl".
       COPY "lot-physical-file.cbl".
       COPY "movement-physical-file.cbl".
       COPY "price-list-physical-file.cbl".
       COPY "gl-pending-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with products fields.
       COPY "logic-file.cbl".
      * Logic file with cost layer fields.
       COPY "cost-layer-logic-file.cbl".
      * Logic file with lot fields.
       COPY "lot-logic-file.cbl".
      * Logic file with movement fields.
       COPY "movement-logic-file.cbl".
      * Logic file with contract price fields.
       COPY "price-list-logic-file.cbl".
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
       77  DAYS-SINCE-MOVE PIC S9(7).
      * The provision policy from NRV.CFG.
       77  NRV-SELLING-PCT PIC 9(3)V99.
       77  NRV-EXPIRED-PCT PIC 9(3)V99.
       77  NRV-QUARANTINE-PCT PIC 9(3)V99.
       77  NRV-SLOW-DAYS PIC 9(5).
       77  NRV-SLOW-PCT PIC 9(3)V99.
       77  NRV-DEAD-DAYS PIC 9(5).
       77  NRV-DEAD-PCT PIC 9(3)V99.
      * The lowest contract price running at the period end, one row
      * per product that has one.
       01  CP-COUNT PIC 9(3) VALUE 0.
       01  CP-TABLE.
           05  CP-ENTRY OCCURS 500 TIMES.
               10  CP-PRODUCT-ID PIC X(15).
               10  CP-LOW-PRICE  PIC 9(6)V99.
       01  CP-IDX PIC 9(3).
       01  LOOKUP-PRODUCT-ID PIC X(15).
       01  CP-FOUND PIC X.
      * The last date each product moved, on or before the period
      * end, in the movement file's YYYY-MM-DD form.
       01  LM-COUNT PIC 9(3) VALUE 0.
       01  LM-TABLE.
           05  LM-ENTRY OCCURS 500 TIMES.
               10  LM-PRODUCT-ID PIC X(15).
               10  LM-DATE       PIC X(10).
       01  LM-IDX PIC 9(3).
       01  LM-FOUND PIC X.
       01  PERIOD-END-EDIT PIC X(10).
      * Provision totals by category.
       01  CAT-COUNT PIC 9(3) VALUE 0.
       01  CAT-TABLE.
           05  CAT-ENTRY OCCURS 100 TIMES.
               10  CAT-NAME      PIC X(20).
               10  CAT-COST      PIC 9(11)V99.
               10  CAT-NRV       PIC 9(11)V99.
               10  CAT-PROVISION PIC 9(11)V99.
       01  CAT-IDX PIC 9(3).
       01  CAT-FOUND PIC X.
      * One product's figures.
       77  LAYER-QTY-TOTAL PIC 9(7).
       77  LAYER-COST-TOTAL PIC 9(9)V99.
       77  NEWEST-LAYER-DATE PIC 9(8).
       77  EXPIRED-QTY PIC 9(7).
       77  QUARANTINE-QTY PIC 9(7).
       77  AGED-QTY PIC 9(7).
       77  SELLING-PRICE PIC 9(6)V99.
       77  PRICE-SOURCE PIC X(8).
       77  NRV-UNIT PIC 9(6)V9(4).
       77  NRV-VALUE PIC 9(11)V99.
       77  WRITE-DOWN PIC 9(9)V99.
       77  CARRIED-UNIT PIC 9(6)V9(4).
       77  EXPIRED-PROVISION PIC 9(9)V99.
       77  QUARANTINE-PROVISION PIC 9(9)V99.
       77  SLOW-PROVISION PIC 9(9)V99.
       77  SLOW-PCT-USED PIC 9(3)V99.
       77  PRODUCT-PROVISION PIC 9(9)V99.
       77  PROMO-QTY-WORK PIC 9(5) VALUE 1.
       77  PROMO-CUSTOMER-WORK PIC 9(6) VALUE 0.
       77  PROMO-FOUND PIC X.
       77  PROMO-PRICE-FIELD PIC 9(6)V99.
       77  PROMO-CODE-FIELD PIC X(8).
       77  GRAND-COST PIC 9(11)V99.
       77  GRAND-NRV PIC 9(11)V99.
       77  GRAND-TOTAL PIC 9(11)V99.
       77  PRODUCTS-PROVIDED PIC 9(5).
       77  QTY-EDIT PIC Z(6)9.
       77  PRICE-EDIT PIC Z(5)9.99.
       77  VALUE-EDIT PIC Z(10)9.99.
       77  PCT-EDIT PIC ZZ9.99.
       77  DAYS-EDIT PIC Z(4)9.
       01  PROVISION-EDITS.
           05  PROVISION-EDIT PIC Z(8)9.99 OCCURS 4 TIMES.
      * The provision and its reversal, queued for the GL extract.
       77  PROVISION-ALREADY-QUEUED PIC X.
       77  QUEUE-TYPE PIC X(10) VALUE "NRV".
       77  QUEUE-REVERSE-FLAG PIC X.
       77  QUEUE-REFERENCE PIC X(20).
       01  REPORT-LINE-BUFFER PIC X(132).
       77  SPOOL-ACTION PIC X.
       77  SPOOL-REPORT-NAME PIC X(12) VALUE "NRV".
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "NRV-PROVISION-REPORT".
       77  LOG-MESSAGE-FIELD PIC X(80).
      * Options a saved report request can answer in place of the
      * prompts.
       COPY "report-parm.cbl".

       LINKAGE SECTION.
      * The month to report (YYYYMM), zero to ask for it, and "A" to
      * queue the period-end provision as well as print the report -
      * period close does that - or "R" for the report alone.
       01  NRV-PERIOD PIC 9(6).
       01  NRV-MODE PIC X.

       PROCEDURE DIVISION USING NRV-PERIOD NRV-MODE.

      *Stock may not be carried above what it will fetch. The cost
      *still sitting in the FIFO layers of each product is set
      *against its net realisable value: the lowest of the list
      *price, any contract price and any promotion running at the
      *period end, less the cost of selling. Where cost is higher
      *the difference is provided for, and on top of that a share
      *of what remains is provided for stock in expired lots, stock
      *held in quarantine and stock that has not moved in a long
      *time. Each unit is counted in one of those only, worst first.
       PROGRAM-BEGIN.
       IF NRV-PERIOD = 0
           PERFORM ASK-NRV-PERIOD
       END-IF.
       PERFORM FIND-PERIOD-DATES.
       CALL "get-nrv-terms" USING NRV-SELLING-PCT NRV-EXPIRED-PCT
           NRV-QUARANTINE-PCT NRV-SLOW-DAYS NRV-SLOW-PCT
           NRV-DEAD-DAYS NRV-DEAD-PCT.
       MOVE 0 TO CP-COUNT.
       MOVE 0 TO LM-COUNT.
       MOVE 0 TO CAT-COUNT.
       MOVE 0 TO GRAND-COST.
       MOVE 0 TO GRAND-NRV.
       MOVE 0 TO GRAND-TOTAL.
       MOVE 0 TO PRODUCTS-PROVIDED.
       OPEN I-O PRICE-LIST-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM GATHER-NEXT-CONTRACT UNTIL END-OF-FILE = 1.
       CLOSE PRICE-LIST-FILE.
       OPEN I-O MOVEMENTS-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM GATHER-NEXT-MOVEMENT UNTIL END-OF-FILE = 1.
       CLOSE MOVEMENTS-FILE.
       MOVE "O" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       PERFORM PRINT-REPORT-HEADING.
       OPEN I-O PRODUCTS-FILE.
       OPEN I-O COST-LAYERS-FILE.
       OPEN I-O LOTS-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM VALUE-NEXT-PRODUCT UNTIL END-OF-FILE = 1.
       CLOSE PRODUCTS-FILE.
       CLOSE COST-LAYERS-FILE.
       CLOSE LOTS-FILE.
       PERFORM PRINT-CATEGORY-TOTALS.
       MOVE "C" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       IF NRV-MODE = "A"
           PERFORM QUEUE-NRV-PROVISION
       END-IF.
       GOBACK.

      *The last day of the month and the first day of the next.
       FIND-PERIOD-DATES.
       COMPUTE PERIOD-DATE-NUMERIC = NRV-PERIOD * 100 + 1.
       PERFORM FIND-DAYS-IN-MONTH.
       MOVE DAYS-IN-MONTH TO PD-DAY.
       MOVE PERIOD-DATE-NUMERIC TO PERIOD-END-DATE.
       MOVE PERIOD-END-DATE TO CONV-DATE-NUMERIC.
       PERFORM COMPUTE-CONV-DAYNUM.
       MOVE CONV-DAYNUM TO END-DAYNUM.
       MOVE SPACE TO PERIOD-END-EDIT.
       STRING PD-YEAR DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           PD-MONTH DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           PD-DAY DELIMITED BY SIZE
           INTO PERIOD-END-EDIT.
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

      *Any customer's contract price counts: if the goods can only
      *be sold at that price to somebody, that is what they fetch.
       GATHER-NEXT-CONTRACT.
       READ PRICE-LIST-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND PL-EFFECTIVE-FROM <= PERIOD-END-DATE
           AND PL-EFFECTIVE-TO >= PERIOD-END-DATE
           AND PL-CONTRACT-PRICE > 0
           MOVE PL-PRODUCT-ID TO LOOKUP-PRODUCT-ID
           PERFORM FIND-CONTRACT-ROW
           IF CP-FOUND = "N" AND CP-COUNT < 500
               ADD 1 TO CP-COUNT
               MOVE CP-COUNT TO CP-IDX
               MOVE PL-PRODUCT-ID TO CP-PRODUCT-ID (CP-IDX)
               MOVE PL-CONTRACT-PRICE TO CP-LOW-PRICE (CP-IDX)
               MOVE "Y" TO CP-FOUND
           END-IF
           IF CP-FOUND = "Y"
               AND PL-CONTRACT-PRICE < CP-LOW-PRICE (CP-IDX)
               MOVE PL-CONTRACT-PRICE TO CP-LOW-PRICE (CP-IDX)
           END-IF
       END-IF.

       FIND-CONTRACT-ROW.
       MOVE "N" TO CP-FOUND.
       MOVE 1 TO CP-IDX.
       PERFORM CHECK-CONTRACT-ROW
           UNTIL CP-FOUND = "Y" OR CP-IDX > CP-COUNT.

       CHECK-CONTRACT-ROW.
       IF CP-PRODUCT-ID (CP-IDX) = LOOKUP-PRODUCT-ID
           MOVE "Y" TO CP-FOUND
       ELSE
           ADD 1 TO CP-IDX.

       GATHER-NEXT-MOVEMENT.
       READ MOVEMENTS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND MOVEMENT-COMPANY-CODE = SESSION-COMPANY-CODE
           AND MOVEMENT-DATE <= PERIOD-END-EDIT
           PERFORM RECORD-LAST-MOVE
       END-IF.

       RECORD-LAST-MOVE.
       MOVE MOVEMENT-PRODUCT-ID TO LOOKUP-PRODUCT-ID.
       MOVE "N" TO LM-FOUND.
       MOVE 1 TO LM-IDX.
       PERFORM FIND-MOVE-ROW
           UNTIL LM-FOUND = "Y" OR LM-IDX > LM-COUNT.
       IF LM-FOUND = "N" AND LM-COUNT < 500
           ADD 1 TO LM-COUNT
           MOVE LM-COUNT TO LM-IDX
           MOVE MOVEMENT-PRODUCT-ID TO LM-PRODUCT-ID (LM-IDX)
           MOVE SPACE TO LM-DATE (LM-IDX)
           MOVE "Y" TO LM-FOUND
       END-IF.
       IF LM-FOUND = "Y"
           AND MOVEMENT-DATE > LM-DATE (LM-IDX)
           MOVE MOVEMENT-DATE TO LM-DATE (LM-IDX)
       END-IF.

       FIND-MOVE-ROW.
       IF LM-PRODUCT-ID (LM-IDX) = LOOKUP-PRODUCT-ID
           MOVE "Y" TO LM-FOUND
       ELSE
           ADD 1 TO LM-IDX.

       PRINT-REPORT-HEADING.
       MOVE "========== NET REALISABLE VALUE PROVISION ==========" TO
           REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE NRV-SELLING-PCT TO PCT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Period end " DELIMITED BY SIZE
           PERIOD-END-DATE DELIMITED BY SIZE
           "  Cost to sell " DELIMITED BY SIZE
           PCT-EDIT DELIMITED BY SIZE
           "%" DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       MOVE NRV-EXPIRED-PCT TO PCT-EDIT.
       STRING "Expired lots " DELIMITED BY SIZE
           PCT-EDIT DELIMITED BY SIZE
           "%" DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       MOVE NRV-QUARANTINE-PCT TO PCT-EDIT.
       STRING "  Quarantine " DELIMITED BY SIZE
           PCT-EDIT DELIMITED BY SIZE
           "%" DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER (21:20).
       MOVE NRV-SLOW-DAYS TO DAYS-EDIT.
       MOVE NRV-SLOW-PCT TO PCT-EDIT.
       STRING "  Over " DELIMITED BY SIZE
           DAYS-EDIT DELIMITED BY SIZE
           " days " DELIMITED BY SIZE
           PCT-EDIT DELIMITED BY SIZE
           "%" DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER (41:25).
       MOVE NRV-DEAD-DAYS TO DAYS-EDIT.
       MOVE NRV-DEAD-PCT TO PCT-EDIT.
       STRING "  Over " DELIMITED BY SIZE
           DAYS-EDIT DELIMITED BY SIZE
           " days " DELIMITED BY SIZE
           PCT-EDIT DELIMITED BY SIZE
           "%" DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER (66:25).
       PERFORM SHOW-REPORT-LINE.
       MOVE "-----------------------------------------------------" TO
           REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Product         Qty    Cost        NRV         "
           DELIMITED BY SIZE
           "Write-down  Expired     Quarantine  Slow"
           DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.

       VALUE-NEXT-PRODUCT.
       READ PRODUCTS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND PRODUCT-COMPANY-CODE = SESSION-COMPANY-CODE
           PERFORM TOTAL-PRODUCT-LAYERS
           IF LAYER-QTY-TOTAL > 0
               PERFORM VALUE-PRODUCT
           END-IF
       END-IF.

       TOTAL-PRODUCT-LAYERS.
       MOVE 0 TO LAYER-QTY-TOTAL.
       MOVE 0 TO LAYER-COST-TOTAL.
       MOVE 0 TO NEWEST-LAYER-DATE.
       MOVE PRODUCT-ID TO LAYER-PRODUCT-ID.
       MOVE 0 TO LAYER-SEQ.
       MOVE 0 TO SCAN-END.
       START COST-LAYERS-FILE KEY IS >= COST-LAYER-KEY
           INVALID KEY MOVE 1 TO SCAN-END.
       PERFORM ADD-NEXT-LAYER UNTIL SCAN-END = 1.

       ADD-NEXT-LAYER.
       READ COST-LAYERS-FILE NEXT RECORD
           AT END MOVE 1 TO SCAN-END
       END-READ.
       IF SCAN-END = 0
           IF LAYER-PRODUCT-ID NOT = PRODUCT-ID
               MOVE 1 TO SCAN-END
           ELSE IF LAYER-QTY-REMAINING > 0
               ADD LAYER-QTY-REMAINING TO LAYER-QTY-TOTAL
               COMPUTE LAYER-COST-TOTAL = LAYER-COST-TOTAL
                   + (LAYER-QTY-REMAINING * LAYER-UNIT-COST)
               IF LAYER-RECEIPT-DATE > NEWEST-LAYER-DATE
                   MOVE LAYER-RECEIPT-DATE TO NEWEST-LAYER-DATE
               END-IF
           END-IF
       END-IF.

       VALUE-PRODUCT.
       PERFORM FIND-SELLING-PRICE.
       COMPUTE NRV-UNIT ROUNDED = SELLING-PRICE
           * (100 - NRV-SELLING-PCT) / 100.
       COMPUTE NRV-VALUE ROUNDED = NRV-UNIT * LAYER-QTY-TOTAL.
       MOVE 0 TO WRITE-DOWN.
       IF LAYER-COST-TOTAL > NRV-VALUE
           COMPUTE WRITE-DOWN = LAYER-COST-TOTAL - NRV-VALUE
       END-IF.
       COMPUTE CARRIED-UNIT ROUNDED =
           (LAYER-COST-TOTAL - WRITE-DOWN) / LAYER-QTY-TOTAL.
       PERFORM COUNT-EXPIRED-LOTS.
       IF EXPIRED-QTY > LAYER-QTY-TOTAL
           MOVE LAYER-QTY-TOTAL TO EXPIRED-QTY
       END-IF.
       MOVE PRODUCT-QUARANTINE-QTY TO QUARANTINE-QTY.
       IF QUARANTINE-QTY > LAYER-QTY-TOTAL - EXPIRED-QTY
           COMPUTE QUARANTINE-QTY = LAYER-QTY-TOTAL - EXPIRED-QTY
       END-IF.
       COMPUTE AGED-QTY = LAYER-QTY-TOTAL - EXPIRED-QTY
           - QUARANTINE-QTY.
       COMPUTE EXPIRED-PROVISION ROUNDED = EXPIRED-QTY
           * CARRIED-UNIT * NRV-EXPIRED-PCT / 100.
       COMPUTE QUARANTINE-PROVISION ROUNDED = QUARANTINE-QTY
           * CARRIED-UNIT * NRV-QUARANTINE-PCT / 100.
       PERFORM FIND-SLOW-MOVING-PCT.
       COMPUTE SLOW-PROVISION ROUNDED = AGED-QTY
           * CARRIED-UNIT * SLOW-PCT-USED / 100.
       COMPUTE PRODUCT-PROVISION = WRITE-DOWN + EXPIRED-PROVISION
           + QUARANTINE-PROVISION + SLOW-PROVISION.
       IF PRODUCT-PROVISION > LAYER-COST-TOTAL
           MOVE LAYER-COST-TOTAL TO PRODUCT-PROVISION
       END-IF.
       ADD LAYER-COST-TOTAL TO GRAND-COST.
       ADD NRV-VALUE TO GRAND-NRV.
       PERFORM ADD-TO-CATEGORY.
       IF PRODUCT-PROVISION > 0
           ADD PRODUCT-PROVISION TO GRAND-TOTAL
           ADD 1 TO PRODUCTS-PROVIDED
           PERFORM PRINT-PRODUCT-LINE
       END-IF.

      *The list price, undercut by the lowest contract running at
      *the period end and by the best promotion any customer could
      *have had that day.
       FIND-SELLING-PRICE.
       MOVE PRODUCT-PRICE TO SELLING-PRICE.
       MOVE "LIST" TO PRICE-SOURCE.
       MOVE PRODUCT-ID TO LOOKUP-PRODUCT-ID.
       PERFORM FIND-CONTRACT-ROW.
       IF CP-FOUND = "Y"
           AND CP-LOW-PRICE (CP-IDX) < SELLING-PRICE
           MOVE CP-LOW-PRICE (CP-IDX) TO SELLING-PRICE
           MOVE "CONTRACT" TO PRICE-SOURCE
       END-IF.
       CALL "get-promo-price" USING PRODUCT-ID PRODUCT-BRAND
           PRODUCT-CATEGORY PROMO-CUSTOMER-WORK PROMO-QTY-WORK
           PRODUCT-PRICE PERIOD-END-DATE PROMO-FOUND
           PROMO-PRICE-FIELD PROMO-CODE-FIELD.
       IF PROMO-FOUND = "Y"
           AND PROMO-PRICE-FIELD < SELLING-PRICE
           MOVE PROMO-PRICE-FIELD TO SELLING-PRICE
           MOVE PROMO-CODE-FIELD TO PRICE-SOURCE
       END-IF.

      *Lots whose expiry date has passed by the period end.
       COUNT-EXPIRED-LOTS.
       MOVE 0 TO EXPIRED-QTY.
       MOVE PRODUCT-ID TO LOT-PRODUCT-ID.
       MOVE LOW-VALUES TO LOT-NUMBER.
       MOVE 0 TO SCAN-END.
       START LOTS-FILE KEY IS >= LOT-KEY
           INVALID KEY MOVE 1 TO SCAN-END.
       PERFORM ADD-NEXT-EXPIRED-LOT UNTIL SCAN-END = 1.

       ADD-NEXT-EXPIRED-LOT.
       READ LOTS-FILE NEXT RECORD
           AT END MOVE 1 TO SCAN-END
       END-READ.
       IF SCAN-END = 0
           IF LOT-PRODUCT-ID NOT = PRODUCT-ID
               MOVE 1 TO SCAN-END
           ELSE IF LOT-EXPIRY-DATE > 0
               AND LOT-EXPIRY-DATE < PERIOD-END-DATE
               ADD LOT-QUANTITY TO EXPIRED-QTY
           END-IF
       END-IF.

      *Days since the product last moved, or since its newest cost
      *layer came in when no movement is on file, put the rest of
      *the stock in the slow or dead bucket.
       FIND-SLOW-MOVING-PCT.
       MOVE 0 TO SLOW-PCT-USED.
       MOVE PRODUCT-ID TO LOOKUP-PRODUCT-ID.
       MOVE "N" TO LM-FOUND.
       MOVE 1 TO LM-IDX.
       PERFORM FIND-MOVE-ROW
           UNTIL LM-FOUND = "Y" OR LM-IDX > LM-COUNT.
       IF LM-FOUND = "Y"
           MOVE LM-DATE (LM-IDX) (1:4) TO CONV-YEAR
           MOVE LM-DATE (LM-IDX) (6:2) TO CONV-MONTH
           MOVE LM-DATE (LM-IDX) (9:2) TO CONV-DAY
       ELSE
           MOVE NEWEST-LAYER-DATE TO CONV-DATE-NUMERIC
       END-IF.
       IF CONV-DATE-NUMERIC > 0
           PERFORM COMPUTE-CONV-DAYNUM
           COMPUTE DAYS-SINCE-MOVE = END-DAYNUM - CONV-DAYNUM
           IF DAYS-SINCE-MOVE > NRV-DEAD-DAYS
               MOVE NRV-DEAD-PCT TO SLOW-PCT-USED
           ELSE IF DAYS-SINCE-MOVE > NRV-SLOW-DAYS
               MOVE NRV-SLOW-PCT TO SLOW-PCT-USED
           END-IF
       END-IF.

       ADD-TO-CATEGORY.
       MOVE "N" TO CAT-FOUND.
       MOVE 1 TO CAT-IDX.
       PERFORM FIND-CATEGORY-ROW
           UNTIL CAT-FOUND = "Y" OR CAT-IDX > CAT-COUNT.
       IF CAT-FOUND = "N" AND CAT-COUNT < 100
           ADD 1 TO CAT-COUNT
           MOVE CAT-COUNT TO CAT-IDX
           MOVE PRODUCT-CATEGORY TO CAT-NAME (CAT-IDX)
           MOVE 0 TO CAT-COST (CAT-IDX)
           MOVE 0 TO CAT-NRV (CAT-IDX)
           MOVE 0 TO CAT-PROVISION (CAT-IDX)
           MOVE "Y" TO CAT-FOUND
       END-IF.
       IF CAT-FOUND = "Y"
           ADD LAYER-COST-TOTAL TO CAT-COST (CAT-IDX)
           ADD NRV-VALUE TO CAT-NRV (CAT-IDX)
           ADD PRODUCT-PROVISION TO CAT-PROVISION (CAT-IDX)
       END-IF.

       FIND-CATEGORY-ROW.
       IF CAT-NAME (CAT-IDX) = PRODUCT-CATEGORY
           MOVE "Y" TO CAT-FOUND
       ELSE
           ADD 1 TO CAT-IDX.

       PRINT-PRODUCT-LINE.
       MOVE LAYER-QTY-TOTAL TO QTY-EDIT.
       MOVE WRITE-DOWN TO PROVISION-EDIT (1).
       MOVE EXPIRED-PROVISION TO PROVISION-EDIT (2).
       MOVE QUARANTINE-PROVISION TO PROVISION-EDIT (3).
       MOVE SLOW-PROVISION TO PROVISION-EDIT (4).
       MOVE SPACE TO REPORT-LINE-BUFFER.
       MOVE PRODUCT-ID TO REPORT-LINE-BUFFER (1:15).
       MOVE QTY-EDIT TO REPORT-LINE-BUFFER (16:7).
       MOVE LAYER-COST-TOTAL TO VALUE-EDIT.
       MOVE VALUE-EDIT TO REPORT-LINE-BUFFER (23:14).
       MOVE NRV-VALUE TO VALUE-EDIT.
       MOVE VALUE-EDIT TO REPORT-LINE-BUFFER (37:14).
       STRING PROVISION-EDIT (1) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PROVISION-EDIT (2) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PROVISION-EDIT (3) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PROVISION-EDIT (4) DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER (52:51).
       PERFORM SHOW-REPORT-LINE.
       MOVE SELLING-PRICE TO PRICE-EDIT.
       MOVE PRODUCT-PROVISION TO VALUE-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "   " DELIMITED BY SIZE
           PRODUCT-NAME DELIMITED BY SIZE
           " Sells at " DELIMITED BY SIZE
           PRICE-EDIT DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           PRICE-SOURCE DELIMITED BY SPACE
           ")  Provision " DELIMITED BY SIZE
           VALUE-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.

       PRINT-CATEGORY-TOTALS.
       MOVE "-----------------------------------------------------" TO
           REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "Provision by category:" TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE 1 TO CAT-IDX.
       PERFORM PRINT-CATEGORY-LINE UNTIL CAT-IDX > CAT-COUNT.
       MOVE "-----------------------------------------------------" TO
           REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       MOVE "TOTAL" TO REPORT-LINE-BUFFER (1:20).
       MOVE GRAND-COST TO VALUE-EDIT.
       MOVE VALUE-EDIT TO REPORT-LINE-BUFFER (21:14).
       MOVE GRAND-NRV TO VALUE-EDIT.
       MOVE VALUE-EDIT TO REPORT-LINE-BUFFER (36:14).
       MOVE GRAND-TOTAL TO VALUE-EDIT.
       MOVE VALUE-EDIT TO REPORT-LINE-BUFFER (51:14).
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Products provided for: " DELIMITED BY SIZE
           PRODUCTS-PROVIDED DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.

       PRINT-CATEGORY-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       MOVE CAT-NAME (CAT-IDX) TO REPORT-LINE-BUFFER (1:20).
       MOVE CAT-COST (CAT-IDX) TO VALUE-EDIT.
       MOVE VALUE-EDIT TO REPORT-LINE-BUFFER (21:14).
       MOVE CAT-NRV (CAT-IDX) TO VALUE-EDIT.
       MOVE VALUE-EDIT TO REPORT-LINE-BUFFER (36:14).
       MOVE CAT-PROVISION (CAT-IDX) TO VALUE-EDIT.
       MOVE VALUE-EDIT TO REPORT-LINE-BUFFER (51:14).
       PERFORM SHOW-REPORT-LINE.
       ADD 1 TO CAT-IDX.

      *The provision is booked in full on the last day of the month
      *and taken back on the first day of the next, so each month's
      *figure stands on its own. A period closed, reopened and
      *closed again is provided for only once.
       QUEUE-NRV-PROVISION.
       MOVE SPACE TO QUEUE-REFERENCE.
       STRING "NRV " DELIMITED BY SIZE
           NRV-PERIOD DELIMITED BY SIZE
           INTO QUEUE-REFERENCE.
       MOVE "N" TO PROVISION-ALREADY-QUEUED.
       OPEN I-O GL-PENDING-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM CHECK-NEXT-PENDING UNTIL END-OF-FILE = 1.
       CLOSE GL-PENDING-FILE.
       IF PROVISION-ALREADY-QUEUED = "Y"
           DISPLAY "The NRV provision for " NRV-PERIOD
           " was queued at an earlier close. Not queued again."
           MOVE "NRV provision already queued for period."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
       ELSE IF GRAND-TOTAL = 0
           DISPLAY "No stock carried above realisable value - no "
           "provision."
       ELSE
           MOVE "N" TO QUEUE-REVERSE-FLAG
           CALL "queue-gl-posting" USING QUEUE-TYPE PERIOD-END-DATE
               GRAND-TOTAL QUEUE-REVERSE-FLAG QUEUE-REFERENCE
           MOVE "Y" TO QUEUE-REVERSE-FLAG
           CALL "queue-gl-posting" USING QUEUE-TYPE NEXT-PERIOD-DATE
               GRAND-TOTAL QUEUE-REVERSE-FLAG QUEUE-REFERENCE
           MOVE GRAND-TOTAL TO VALUE-EDIT
           DISPLAY "NRV provision of " VALUE-EDIT " queued for "
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
               MOVE "Y" TO PROVISION-ALREADY-QUEUED
               MOVE 1 TO END-OF-FILE
           END-IF
       END-IF.

       SHOW-REPORT-LINE.
       DISPLAY REPORT-LINE-BUFFER.
       MOVE "L" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

       ASK-NRV-PERIOD.
       MOVE "PERIOD" TO REPORT-PARM-KEY.
       PERFORM GET-REPORT-PARM.
       IF REPORT-PARM-FOUND = "Y"
           MOVE REPORT-PARM-NUMBER TO NRV-PERIOD
       ELSE
           DISPLAY "Enter the month to report (YYYYMM): "
           ACCEPT NRV-PERIOD
       END-IF.

      *A saved report request run unattended answers the options
      *above; run from the menu the operator is asked as before.
       GET-REPORT-PARM.
       CALL "get-report-parm" USING REPORT-PARM-KEY
           REPORT-PARM-FOUND REPORT-PARM-TEXT REPORT-PARM-NUMBER.

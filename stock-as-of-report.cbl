       IDENTIFICATION DIVISION.
       PROGRAM-ID. stock-as-of-report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "physical-file.cbl".
       COPY "stock-location-physical-file.cbl".
       COPY "lot-physical-file.cbl".
       COPY "movement-physical-file.cbl".
       COPY "cost-layer-physical-file.cbl".
       COPY "stock-asof-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with products fields.
       COPY "logic-file.cbl".
      * Logic file with stock by location fields.
       COPY "stock-location-logic-file.cbl".
      * Logic file with lot fields.
       COPY "lot-logic-file.cbl".
      * Logic file with movement fields.
       COPY "movement-logic-file.cbl".
      * Logic file with FIFO cost layer fields.
       COPY "cost-layer-logic-file.cbl".
      * Logic file with the as-of stock work rows.
       COPY "stock-asof-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       77  END-OF-FILE PIC 9 VALUE 0.
       77  LAYERS-EOF PIC 9.
       77  RECORD-FOUND PIC X.
       77  RUN-DATE PIC 9(8).
       77  AS-OF-DATE PIC 9(8).
       01  AS-OF-SPLIT.
           05  AS-OF-YEAR  PIC 9(4).
           05  AS-OF-MONTH PIC 9(2).
           05  AS-OF-DAY   PIC 9(2).
       01  AS-OF-DASHED PIC X(10).
       77  PRODUCT-ID-FIELD PIC X(15).
       77  RESOLVED-PRODUCT-ID PIC X(15).
       77  ONE-PRODUCT-ID PIC X(15).
      * The purge folds the movements it removes into one opening
      * balance per product; history cannot be rolled back past the
      * latest of those.
       77  CARRY-FWD-DATE PIC X(10).
       77  MOVEMENTS-REVERSED PIC 9(7) VALUE 0.
       77  SIGNED-QTY PIC S9(7).
       77  SAVE-PRODUCT-ID PIC X(15).
       77  SAVE-CATEGORY PIC X(20).
      * The product being printed, and what its location and lot
      * lines have accounted for so far.
       77  PRINT-PRODUCT-ID PIC X(15) VALUE SPACE.
       77  PRINT-PRODUCT-QTY PIC S9(7).
       77  PRINT-PRODUCT-SHOWN PIC X.
       77  LOCATED-QTY PIC S9(7).
       77  LOTTED-QTY PIC S9(7).
       77  LOCATIONS-DONE PIC X.
       77  LOTS-DONE PIC X.
       77  REMAINDER-QTY PIC S9(7).
      * The FIFO layers received on or before the as-of date. What
      * was on hand that day is the newest of them, so they are
      * taken newest first up to the quantity held.
       77  LAYER-COUNT PIC 9(3).
       01  LAYER-TABLE.
           05  LAYER-ENTRY OCCURS 500 TIMES.
               10  LAYER-TAB-QTY  PIC 9(5).
               10  LAYER-TAB-COST PIC 9(6)V99.
       77  LAYER-IDX PIC 9(3).
       77  FIRST-LAYER-COST PIC 9(6)V99.
       77  FALLBACK-COST PIC 9(6)V99.
       77  QTY-TO-VALUE PIC 9(7).
       77  TAKE-QTY PIC 9(7).
       77  PRODUCT-VALUE PIC 9(11)V99.
       77  VALUE-FLAG PIC X.
       77  PRODUCTS-LISTED PIC 9(5) VALUE 0.
       77  UNITS-LISTED PIC S9(9) VALUE 0.
       77  GRAND-VALUE PIC 9(11)V99 VALUE 0.
       77  FLAGGED-COUNT PIC 9(5) VALUE 0.
       01  CAT-COUNT PIC 9(3) VALUE 0.
       01  CAT-TABLE.
           05  CAT-ENTRY OCCURS 200 TIMES.
               10  CAT-NAME  PIC X(20).
               10  CAT-UNITS PIC S9(9).
               10  CAT-VALUE PIC 9(11)V99.
       77  CAT-IDX PIC 9(3).
       77  CAT-FOUND PIC X.
       77  QTY-EDIT PIC -(6)9.
       77  UNITS-EDIT PIC -(8)9.
       77  VALUE-EDIT PIC Z(10)9.99.
       77  SHOW-DETAIL PIC X(14).
       01  REPORT-LINE-BUFFER PIC X(132).
       77  SPOOL-ACTION PIC X.
       77  SPOOL-REPORT-NAME PIC X(12) VALUE "STOCKASOF".
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "STOCK-AS-OF-REPORT".
       77  LOG-MESSAGE-FIELD PIC X(80).
      * Options a saved report request can answer in place of the
      * prompts.
       COPY "report-parm.cbl".

       PROCEDURE DIVISION.

      *What we held on a past date, for the auditors and the tax
      *office. Today's on-hand - in total, by location and by lot -
      *is rolled back through every movement dated after the chosen
      *day: receipts taken off, issues and write-offs put back. The
      *quantity is valued from the FIFO cost layers that were open
      *that day and the value totalled by category. One product can
      *be asked for on its own, as an inquiry.
       PROGRAM-BEGIN.
       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       PERFORM ASK-AS-OF-DATE.
       IF AS-OF-DATE = 0 OR AS-OF-DATE > RUN-DATE
           DISPLAY "The date must be today or earlier."
           MOVE "As-of stock date missing or in the future."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
           GOBACK
       END-IF.
       MOVE AS-OF-DATE TO AS-OF-SPLIT.
       MOVE SPACE TO AS-OF-DASHED.
       STRING AS-OF-YEAR DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           AS-OF-MONTH DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           AS-OF-DAY DELIMITED BY SIZE
           INTO AS-OF-DASHED.
       PERFORM ASK-ONE-PRODUCT-ID.
       PERFORM FIND-CARRY-FWD-DATE.
       IF CARRY-FWD-DATE NOT = SPACE
           AND AS-OF-DASHED < CARRY-FWD-DATE
           DISPLAY "Movements before " CARRY-FWD-DATE
               " have been archived - stock cannot be rebuilt for "
               "an earlier date. Use the month-end valuation "
               "snapshots for those."
           MOVE "As-of stock date is before the archive cutoff."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
           GOBACK
       END-IF.
       OPEN OUTPUT STOCK-ASOF-FILE.
       CLOSE STOCK-ASOF-FILE.
       OPEN I-O STOCK-ASOF-FILE.
       PERFORM SEED-PRODUCT-ROWS.
       PERFORM SEED-LOCATION-ROWS.
       PERFORM SEED-LOT-ROWS.
       PERFORM ROLL-BACK-MOVEMENTS.
       PERFORM PRINT-AS-OF-STOCK.
       CLOSE STOCK-ASOF-FILE.
       GOBACK.

       ASK-AS-OF-DATE.
       MOVE "AS-OF-DATE" TO REPORT-PARM-KEY.
       PERFORM GET-REPORT-PARM.
       IF REPORT-PARM-FOUND = "Y"
           MOVE REPORT-PARM-NUMBER TO AS-OF-DATE
       ELSE
           DISPLAY "Enter the date to report stock as of (YYYYMMDD): "
           ACCEPT AS-OF-DATE
       END-IF.

       ASK-ONE-PRODUCT-ID.
       MOVE SPACE TO ONE-PRODUCT-ID.
       MOVE "PRODUCT" TO REPORT-PARM-KEY.
       PERFORM GET-REPORT-PARM.
       IF REPORT-PARM-FOUND = "Y"
           MOVE REPORT-PARM-TEXT TO PRODUCT-ID-FIELD
       ELSE
           DISPLAY "Enter one product id or scan its barcode "
               "(blank for every product): "
           MOVE SPACE TO PRODUCT-ID-FIELD
           ACCEPT PRODUCT-ID-FIELD
       END-IF.
       IF PRODUCT-ID-FIELD NOT = SPACE
           CALL "resolve-product-id" USING PRODUCT-ID-FIELD
               RESOLVED-PRODUCT-ID
           MOVE RESOLVED-PRODUCT-ID TO ONE-PRODUCT-ID
       END-IF.

       FIND-CARRY-FWD-DATE.
       MOVE SPACE TO CARRY-FWD-DATE.
       OPEN I-O MOVEMENTS-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM CHECK-NEXT-CARRY-FWD UNTIL END-OF-FILE = 1.
       CLOSE MOVEMENTS-FILE.

       CHECK-NEXT-CARRY-FWD.
       READ MOVEMENTS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND MOVEMENT-COMPANY-CODE = SESSION-COMPANY-CODE
           AND MOVEMENT-IS-OPENING
           AND MOVEMENT-REFERENCE = "CARRY-FWD"
           AND MOVEMENT-DATE > CARRY-FWD-DATE
           MOVE MOVEMENT-DATE TO CARRY-FWD-DATE
       END-IF.

      *Today's on-hand: one product row each, then the product's
      *stock by location and by lot beneath it.
       SEED-PRODUCT-ROWS.
       OPEN I-O PRODUCTS-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM SEED-NEXT-PRODUCT UNTIL END-OF-FILE = 1.
       CLOSE PRODUCTS-FILE.

       SEED-NEXT-PRODUCT.
       READ PRODUCTS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND PRODUCT-COMPANY-CODE = SESSION-COMPANY-CODE
           AND (ONE-PRODUCT-ID = SPACE
               OR PRODUCT-ID = ONE-PRODUCT-ID)
           MOVE SPACE TO STOCK-ASOF-REGISTRATION
           MOVE PRODUCT-ID TO ASOF-PRODUCT-ID
           MOVE "A" TO ASOF-ROW-TYPE
           MOVE PRODUCT-QUANTITY TO ASOF-QTY
           MOVE PRODUCT-CATEGORY TO ASOF-CATEGORY
           WRITE STOCK-ASOF-REGISTRATION
               INVALID KEY CONTINUE
           END-WRITE
       END-IF.

       SEED-LOCATION-ROWS.
       OPEN I-O STOCK-LOCATIONS-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM SEED-NEXT-LOCATION UNTIL END-OF-FILE = 1.
       CLOSE STOCK-LOCATIONS-FILE.

       SEED-NEXT-LOCATION.
       READ STOCK-LOCATIONS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND STOCK-LOCATION-QTY > 0
           MOVE STOCK-PRODUCT-ID TO SAVE-PRODUCT-ID
           PERFORM READ-PRODUCT-ROW
           IF RECORD-FOUND = "Y"
               MOVE STOCK-LOCATION-QTY TO SIGNED-QTY
               MOVE "L" TO ASOF-ROW-TYPE
               MOVE STOCK-LOCATION-ID TO ASOF-DETAIL
               PERFORM ADD-TO-DETAIL-ROW
           END-IF
       END-IF.

       SEED-LOT-ROWS.
       OPEN I-O LOTS-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM SEED-NEXT-LOT UNTIL END-OF-FILE = 1.
       CLOSE LOTS-FILE.

       SEED-NEXT-LOT.
       READ LOTS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND LOT-QUANTITY > 0
           MOVE LOT-PRODUCT-ID TO SAVE-PRODUCT-ID
           PERFORM READ-PRODUCT-ROW
           IF RECORD-FOUND = "Y"
               MOVE LOT-QUANTITY TO SIGNED-QTY
               MOVE "T" TO ASOF-ROW-TYPE
               MOVE LOT-NUMBER TO ASOF-DETAIL
               PERFORM ADD-TO-DETAIL-ROW
           END-IF
       END-IF.

      *Every movement after the as-of date is undone against the
      *product, its location and, where it names one, its lot. A
      *consignment site movement never touched the warehouse stock
      *and is passed over.
       ROLL-BACK-MOVEMENTS.
       OPEN I-O MOVEMENTS-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM ROLL-BACK-NEXT-MOVEMENT UNTIL END-OF-FILE = 1.
       CLOSE MOVEMENTS-FILE.

       ROLL-BACK-NEXT-MOVEMENT.
       READ MOVEMENTS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND MOVEMENT-COMPANY-CODE = SESSION-COMPANY-CODE
           AND MOVEMENT-DATE > AS-OF-DASHED
           AND NOT MOVEMENT-IS-CONSIGNMENT
           MOVE MOVEMENT-PRODUCT-ID TO SAVE-PRODUCT-ID
           PERFORM READ-PRODUCT-ROW
           IF RECORD-FOUND = "Y"
               PERFORM REVERSE-MOVEMENT
           END-IF
       END-IF.

       REVERSE-MOVEMENT.
       IF MOVEMENT-IS-ENTRY OR MOVEMENT-IS-OPENING
           COMPUTE SIGNED-QTY = 0 - MOVEMENT-QUANTITY
       ELSE
           MOVE MOVEMENT-QUANTITY TO SIGNED-QTY
       END-IF.
       ADD SIGNED-QTY TO ASOF-QTY.
       REWRITE STOCK-ASOF-REGISTRATION
           INVALID KEY CONTINUE
       END-REWRITE.
       MOVE "L" TO ASOF-ROW-TYPE.
       MOVE MOVEMENT-LOCATION-ID TO ASOF-DETAIL.
       PERFORM ADD-TO-DETAIL-ROW.
       IF MOVEMENT-LOT-NUMBER NOT = SPACE
           MOVE SAVE-PRODUCT-ID TO ASOF-PRODUCT-ID
           MOVE "T" TO ASOF-ROW-TYPE
           MOVE MOVEMENT-LOT-NUMBER TO ASOF-DETAIL
           PERFORM ADD-TO-DETAIL-ROW
       END-IF.
       ADD 1 TO MOVEMENTS-REVERSED.

       READ-PRODUCT-ROW.
       MOVE SAVE-PRODUCT-ID TO ASOF-PRODUCT-ID.
       MOVE "A" TO ASOF-ROW-TYPE.
       MOVE SPACE TO ASOF-DETAIL.
       MOVE "Y" TO RECORD-FOUND.
       READ STOCK-ASOF-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.

      *Expects the row type and detail already in the key.
       ADD-TO-DETAIL-ROW.
       MOVE SAVE-PRODUCT-ID TO ASOF-PRODUCT-ID.
       READ STOCK-ASOF-FILE RECORD
           INVALID KEY
               MOVE SIGNED-QTY TO ASOF-QTY
               MOVE SPACE TO ASOF-CATEGORY
               WRITE STOCK-ASOF-REGISTRATION
                   INVALID KEY CONTINUE
               END-WRITE
           NOT INVALID KEY
               ADD SIGNED-QTY TO ASOF-QTY
               REWRITE STOCK-ASOF-REGISTRATION
                   INVALID KEY CONTINUE
               END-REWRITE
       END-READ.

       PRINT-AS-OF-STOCK.
       OPEN I-O COST-LAYERS-FILE.
       MOVE "O" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "STOCK HELD AS OF " DELIMITED BY SIZE
           AS-OF-DASHED DELIMITED BY SIZE
           " AT FIFO COST - RUN " DELIMITED BY SIZE
           RUN-DATE DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "PRODUCT         CATEGORY             LOCATION/LOT"
           DELIMITED BY SIZE
           "        QTY          VALUE" DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO ASOF-KEY.
       MOVE 0 TO END-OF-FILE.
       START STOCK-ASOF-FILE KEY IS >= ASOF-KEY
           INVALID KEY MOVE 1 TO END-OF-FILE.
       PERFORM PRINT-NEXT-ASOF-ROW UNTIL END-OF-FILE = 1.
       PERFORM FINISH-PRINT-PRODUCT.
       PERFORM PRINT-CATEGORY-TOTALS.
       MOVE "C" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       CLOSE COST-LAYERS-FILE.

       PRINT-NEXT-ASOF-ROW.
       READ STOCK-ASOF-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF ASOF-IS-PRODUCT
               PERFORM FINISH-PRINT-PRODUCT
               PERFORM START-PRINT-PRODUCT
           ELSE IF PRINT-PRODUCT-SHOWN = "Y"
               PERFORM PRINT-DETAIL-ROW
           END-IF
       END-IF.

      *A product that held nothing that day is passed over, and its
      *location and lot rows with it.
       START-PRINT-PRODUCT.
       MOVE ASOF-PRODUCT-ID TO PRINT-PRODUCT-ID.
       MOVE ASOF-QTY TO PRINT-PRODUCT-QTY.
       MOVE 0 TO LOCATED-QTY.
       MOVE 0 TO LOTTED-QTY.
       MOVE "N" TO LOCATIONS-DONE.
       MOVE "N" TO LOTS-DONE.
       MOVE "N" TO PRINT-PRODUCT-SHOWN.
       IF PRINT-PRODUCT-QTY NOT = 0
           MOVE "Y" TO PRINT-PRODUCT-SHOWN
           MOVE ASOF-CATEGORY TO SAVE-CATEGORY
           PERFORM VALUE-AS-OF-QTY
           PERFORM PRINT-PRODUCT-LINE
           PERFORM ADD-TO-CATEGORY
       END-IF.

       PRINT-PRODUCT-LINE.
       MOVE PRINT-PRODUCT-QTY TO QTY-EDIT.
       MOVE PRODUCT-VALUE TO VALUE-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       STRING PRINT-PRODUCT-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SAVE-CATEGORY DELIMITED BY SIZE
           " TOTAL         " DELIMITED BY SIZE
           QTY-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VALUE-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VALUE-FLAG DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       ADD 1 TO PRODUCTS-LISTED.
       ADD PRINT-PRODUCT-QTY TO UNITS-LISTED.
       ADD PRODUCT-VALUE TO GRAND-VALUE.

      *Stock the locations or lots do not account for - received
      *before locations or lots were kept, or carried forward by the
      *purge - shows on a line of its own so the lines always add up
      *to the product total.
       PRINT-DETAIL-ROW.
       IF ASOF-IS-LOT AND LOCATIONS-DONE = "N"
           PERFORM PRINT-UNLOCATED-QTY
       END-IF.
       IF ASOF-IS-LOCATION AND ASOF-DETAIL = SPACE
           CONTINUE
       ELSE IF ASOF-QTY NOT = 0
           IF ASOF-IS-LOCATION
               ADD ASOF-QTY TO LOCATED-QTY
               MOVE ASOF-DETAIL TO SHOW-DETAIL
           ELSE
               ADD ASOF-QTY TO LOTTED-QTY
               MOVE SPACE TO SHOW-DETAIL
               STRING "LOT " DELIMITED BY SIZE
                   ASOF-DETAIL DELIMITED BY SIZE
                   INTO SHOW-DETAIL
           END-IF
           MOVE ASOF-QTY TO QTY-EDIT
           PERFORM PRINT-DETAIL-LINE
       END-IF.

       PRINT-UNLOCATED-QTY.
       MOVE "Y" TO LOCATIONS-DONE.
       COMPUTE REMAINDER-QTY = PRINT-PRODUCT-QTY - LOCATED-QTY.
       IF REMAINDER-QTY NOT = 0 AND LOCATED-QTY NOT = 0
           MOVE "(no location)" TO SHOW-DETAIL
           MOVE REMAINDER-QTY TO QTY-EDIT
           PERFORM PRINT-DETAIL-LINE
       END-IF.

       PRINT-UNLOTTED-QTY.
       MOVE "Y" TO LOTS-DONE.
       COMPUTE REMAINDER-QTY = PRINT-PRODUCT-QTY - LOTTED-QTY.
       IF REMAINDER-QTY NOT = 0 AND LOTTED-QTY NOT = 0
           MOVE "(no lot)" TO SHOW-DETAIL
           MOVE REMAINDER-QTY TO QTY-EDIT
           PERFORM PRINT-DETAIL-LINE
       END-IF.

       PRINT-DETAIL-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "                                     " DELIMITED BY SIZE
           SHOW-DETAIL DELIMITED BY SIZE
           QTY-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.

       FINISH-PRINT-PRODUCT.
       IF PRINT-PRODUCT-ID NOT = SPACE
           AND PRINT-PRODUCT-SHOWN = "Y"
           IF LOCATIONS-DONE = "N"
               PERFORM PRINT-UNLOCATED-QTY
           END-IF
           IF LOTS-DONE = "N"
               PERFORM PRINT-UNLOTTED-QTY
           END-IF
       END-IF.

      *The quantity held is covered by the newest layers received on
      *or before the day, each at its full received quantity. Layers
      *laid down before received quantities were kept only know what
      *is left on them now. Anything the layers cannot cover is
      *valued at the oldest cost known and the line marked "*".
       VALUE-AS-OF-QTY.
       MOVE 0 TO PRODUCT-VALUE.
       MOVE SPACE TO VALUE-FLAG.
       MOVE 0 TO LAYER-COUNT.
       MOVE 0 TO FIRST-LAYER-COST.
       MOVE PRINT-PRODUCT-ID TO LAYER-PRODUCT-ID.
       MOVE 0 TO LAYER-SEQ.
       MOVE 0 TO LAYERS-EOF.
       START COST-LAYERS-FILE KEY IS >= COST-LAYER-KEY
           INVALID KEY MOVE 1 TO LAYERS-EOF.
       PERFORM LOAD-NEXT-LAYER UNTIL LAYERS-EOF = 1.
       IF PRINT-PRODUCT-QTY > 0
           MOVE PRINT-PRODUCT-QTY TO QTY-TO-VALUE
           MOVE FIRST-LAYER-COST TO FALLBACK-COST
           MOVE LAYER-COUNT TO LAYER-IDX
           PERFORM TAKE-NEWEST-LAYER
               UNTIL LAYER-IDX = 0 OR QTY-TO-VALUE = 0
           IF QTY-TO-VALUE > 0
               COMPUTE PRODUCT-VALUE = PRODUCT-VALUE
                   + (QTY-TO-VALUE * FALLBACK-COST)
               MOVE "*" TO VALUE-FLAG
               ADD 1 TO FLAGGED-COUNT
           END-IF
       END-IF.

       LOAD-NEXT-LAYER.
       READ COST-LAYERS-FILE NEXT RECORD
           AT END MOVE 1 TO LAYERS-EOF
       END-READ.
       IF LAYERS-EOF = 0
           IF LAYER-PRODUCT-ID NOT = PRINT-PRODUCT-ID
               MOVE 1 TO LAYERS-EOF
           ELSE
               IF FIRST-LAYER-COST = 0
                   MOVE LAYER-UNIT-COST TO FIRST-LAYER-COST
               END-IF
               IF LAYER-RECEIPT-DATE <= AS-OF-DATE
                   AND LAYER-COUNT < 500
                   PERFORM KEEP-LAYER
               END-IF
           END-IF
       END-IF.

       KEEP-LAYER.
       ADD 1 TO LAYER-COUNT.
       IF LAYER-ORIGINAL-QTY IS NUMERIC
           AND LAYER-ORIGINAL-QTY > 0
           MOVE LAYER-ORIGINAL-QTY TO LAYER-TAB-QTY (LAYER-COUNT)
       ELSE
           MOVE LAYER-QTY-REMAINING TO LAYER-TAB-QTY (LAYER-COUNT)
       END-IF.
       MOVE LAYER-UNIT-COST TO LAYER-TAB-COST (LAYER-COUNT).

       TAKE-NEWEST-LAYER.
       IF LAYER-TAB-QTY (LAYER-IDX) > QTY-TO-VALUE
           MOVE QTY-TO-VALUE TO TAKE-QTY
       ELSE
           MOVE LAYER-TAB-QTY (LAYER-IDX) TO TAKE-QTY
       END-IF.
       COMPUTE PRODUCT-VALUE = PRODUCT-VALUE
           + (TAKE-QTY * LAYER-TAB-COST (LAYER-IDX)).
       SUBTRACT TAKE-QTY FROM QTY-TO-VALUE.
       MOVE LAYER-TAB-COST (LAYER-IDX) TO FALLBACK-COST.
       SUBTRACT 1 FROM LAYER-IDX.

       ADD-TO-CATEGORY.
       MOVE "N" TO CAT-FOUND.
       MOVE 1 TO CAT-IDX.
       PERFORM FIND-CATEGORY-ROW
           UNTIL CAT-FOUND = "Y" OR CAT-IDX > CAT-COUNT.
       IF CAT-FOUND = "N" AND CAT-COUNT < 200
           ADD 1 TO CAT-COUNT
           MOVE CAT-COUNT TO CAT-IDX
           MOVE SAVE-CATEGORY TO CAT-NAME (CAT-IDX)
           MOVE 0 TO CAT-UNITS (CAT-IDX)
           MOVE 0 TO CAT-VALUE (CAT-IDX)
           MOVE "Y" TO CAT-FOUND
       END-IF.
       IF CAT-FOUND = "Y"
           ADD PRINT-PRODUCT-QTY TO CAT-UNITS (CAT-IDX)
           ADD PRODUCT-VALUE TO CAT-VALUE (CAT-IDX)
       END-IF.

       FIND-CATEGORY-ROW.
       IF CAT-NAME (CAT-IDX) = SAVE-CATEGORY
           MOVE "Y" TO CAT-FOUND
       ELSE
           ADD 1 TO CAT-IDX.

       PRINT-CATEGORY-TOTALS.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "TOTALS BY CATEGORY" TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE 1 TO CAT-IDX.
       PERFORM PRINT-CATEGORY-LINE UNTIL CAT-IDX > CAT-COUNT.
       MOVE UNITS-LISTED TO UNITS-EDIT.
       MOVE GRAND-VALUE TO VALUE-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "All categories       " DELIMITED BY SIZE
           UNITS-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VALUE-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Products held: " DELIMITED BY SIZE
           PRODUCTS-LISTED DELIMITED BY SIZE
           "  Movements rolled back: " DELIMITED BY SIZE
           MOVEMENTS-REVERSED DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       IF FLAGGED-COUNT > 0
           MOVE SPACE TO REPORT-LINE-BUFFER
           STRING "* " DELIMITED BY SIZE
               FLAGGED-COUNT DELIMITED BY SIZE
               " product(s) held more than their layers dated by"
               DELIMITED BY SIZE
               " then cover - the rest is at the oldest known cost."
               DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
       END-IF.

       PRINT-CATEGORY-LINE.
       MOVE CAT-UNITS (CAT-IDX) TO UNITS-EDIT.
       MOVE CAT-VALUE (CAT-IDX) TO VALUE-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING CAT-NAME (CAT-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           UNITS-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VALUE-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       ADD 1 TO CAT-IDX.

       SHOW-REPORT-LINE.
       DISPLAY REPORT-LINE-BUFFER.
       MOVE "L" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

      *A saved report request run unattended answers the options
      *above; run from the menu the operator is asked as before.
       GET-REPORT-PARM.
       CALL "get-report-parm" USING REPORT-PARM-KEY
           REPORT-PARM-FOUND REPORT-PARM-TEXT REPORT-PARM-NUMBER.

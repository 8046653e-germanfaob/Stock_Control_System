       IDENTIFICATION DIVISION.
       PROGRAM-ID. show-style-grid.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "style-physical-file.cbl".
       COPY "physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with style master fields.
       COPY "style-logic-file.cbl".
      * Logic file with products fields.
       COPY "logic-file.cbl".

       WORKING-STORAGE SECTION.
       77  RECORD-FOUND PIC X.
       77  SIZE-IDX PIC 9(2).
       77  COLOUR-IDX PIC 9(2).
       77  RESERVED-QTY-FIELD PIC 9(7).
       77  AVAILABLE-QUANTITY PIC S9(7).
       77  STYLE-ON-HAND PIC 9(7).
       77  STYLE-AVAILABLE PIC S9(7).
       77  ON-HAND-TOTAL-EDIT PIC Z(6)9.
       77  AVAILABLE-TOTAL-EDIT PIC -Z(6)9.
       77  PRICE-EDIT PIC Z(5)9.99.
      * One printed row of the grid: the size down the side, then
      * on hand and available for each colour across.
       01  GRID-LINE.
           05  GRID-ROW-LABEL         PIC X(6).
           05  GRID-CELL OCCURS 10 TIMES.
               10  GRID-CELL-ON-HAND  PIC Z(4)9.
               10  GRID-CELL-SLASH    PIC X(1).
               10  GRID-CELL-AVAILABLE PIC -(4)9.
               10  FILLER             PIC X(1).
       01  GRID-HEADING REDEFINES GRID-LINE.
           05  HEAD-ROW-LABEL         PIC X(6).
           05  HEAD-CELL OCCURS 10 TIMES.
               10  FILLER             PIC X(3).
               10  HEAD-COLOUR        PIC X(3).
               10  FILLER             PIC X(6).
       01  GRID-BLANK-CELL.
           05  FILLER                 PIC X(5) VALUE "    -".
           05  FILLER                 PIC X(7) VALUE SPACE.
       01  REPORT-LINE-BUFFER PIC X(132).
       77  SPOOL-ACTION PIC X.
       77  SPOOL-REPORT-NAME PIC X(12) VALUE "STYLEGRID".

       LINKAGE SECTION.
      * Stock inquiry and the stock search hand over a style code;
      * its variants are shown as a size-by-colour grid of on-hand
      * and available quantities, each cell "on hand/available".
      * The result is "N" when the style is not on file.
       01  GRID-STYLE-CODE PIC X(6).
       01  GRID-RESULT PIC X.

       PROCEDURE DIVISION USING GRID-STYLE-CODE GRID-RESULT.
       PROGRAM-BEGIN.
       OPEN I-O STYLES-FILE.
       MOVE GRID-STYLE-CODE TO STYLE-CODE.
       MOVE "S" TO GRID-RESULT.
       READ STYLES-FILE RECORD
           INVALID KEY
               MOVE "N" TO GRID-RESULT.
       CLOSE STYLES-FILE.
       IF GRID-RESULT = "N"
           DISPLAY "No style found with that code."
       ELSE
           OPEN I-O PRODUCTS-FILE
           PERFORM PRINT-STYLE-GRID
           CLOSE PRODUCTS-FILE
       END-IF.
       GOBACK.

       PRINT-STYLE-GRID.
       MOVE 0 TO STYLE-ON-HAND.
       MOVE 0 TO STYLE-AVAILABLE.
       MOVE "O" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       MOVE " " TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE STYLE-PRICE TO PRICE-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Style: " DELIMITED BY SIZE
           STYLE-CODE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           STYLE-NAME DELIMITED BY SIZE
           " Price: " DELIMITED BY SIZE
           PRICE-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Brand: " DELIMITED BY SIZE
           STYLE-BRAND DELIMITED BY SIZE
           " Category: " DELIMITED BY SIZE
           STYLE-CATEGORY DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "Each cell: on hand/available" TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO GRID-HEADING.
       MOVE "SIZE" TO HEAD-ROW-LABEL.
       MOVE 1 TO COLOUR-IDX.
       PERFORM SET-COLOUR-HEADING
           UNTIL COLOUR-IDX > STYLE-COLOUR-COUNT.
       MOVE GRID-HEADING TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE 1 TO SIZE-IDX.
       PERFORM PRINT-SIZE-ROW
           UNTIL SIZE-IDX > STYLE-SIZE-COUNT.
       MOVE "------------------------------------------------------"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE STYLE-ON-HAND TO ON-HAND-TOTAL-EDIT.
       MOVE STYLE-AVAILABLE TO AVAILABLE-TOTAL-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Style on hand: " DELIMITED BY SIZE
           ON-HAND-TOTAL-EDIT DELIMITED BY SIZE
           " Available: " DELIMITED BY SIZE
           AVAILABLE-TOTAL-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "C" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

       SET-COLOUR-HEADING.
       MOVE STYLE-COLOUR (COLOUR-IDX) TO HEAD-COLOUR (COLOUR-IDX).
       ADD 1 TO COLOUR-IDX.

       PRINT-SIZE-ROW.
       MOVE SPACE TO GRID-LINE.
       MOVE STYLE-SIZE (SIZE-IDX) TO GRID-ROW-LABEL.
       MOVE 1 TO COLOUR-IDX.
       PERFORM FILL-GRID-CELL
           UNTIL COLOUR-IDX > STYLE-COLOUR-COUNT.
       MOVE GRID-LINE TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       ADD 1 TO SIZE-IDX.

      *A size and colour never generated, or since retired, shows
      *a dash instead of figures.
       FILL-GRID-CELL.
       MOVE SPACE TO PRODUCT-ID.
       STRING STYLE-CODE DELIMITED BY SPACE
           "-" DELIMITED BY SIZE
           STYLE-SIZE (SIZE-IDX) DELIMITED BY SPACE
           "-" DELIMITED BY SIZE
           STYLE-COLOUR (COLOUR-IDX) DELIMITED BY SPACE
           INTO PRODUCT-ID.
       MOVE "S" TO RECORD-FOUND.
       READ PRODUCTS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S" AND NOT PRODUCT-IS-INACTIVE
           CALL "get-reserved-qty" USING PRODUCT-ID
               RESERVED-QTY-FIELD
           COMPUTE AVAILABLE-QUANTITY = PRODUCT-QUANTITY
               - PRODUCT-ALLOCATED-QTY - RESERVED-QTY-FIELD
           MOVE PRODUCT-QUANTITY TO GRID-CELL-ON-HAND (COLOUR-IDX)
           MOVE "/" TO GRID-CELL-SLASH (COLOUR-IDX)
           MOVE AVAILABLE-QUANTITY TO
               GRID-CELL-AVAILABLE (COLOUR-IDX)
           ADD PRODUCT-QUANTITY TO STYLE-ON-HAND
           ADD AVAILABLE-QUANTITY TO STYLE-AVAILABLE
       ELSE
           MOVE GRID-BLANK-CELL TO GRID-CELL (COLOUR-IDX)
       END-IF.
       ADD 1 TO COLOUR-IDX.

       SHOW-REPORT-LINE.
       DISPLAY REPORT-LINE-BUFFER.
       MOVE "L" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

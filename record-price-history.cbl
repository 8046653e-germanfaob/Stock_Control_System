       IDENTIFICATION DIVISION.
       PROGRAM-ID. record-price-history.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical file in dynamic mode.
       FILE-CONTROL.
       COPY "price-history-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with product price history fields.
       COPY "price-history-logic-file.cbl".

       WORKING-STORAGE SECTION.
       77  HISTORY-EOF PIC 9.
       77  CURRENT-ROW-FOUND PIC X.
       77  CURRENT-FROM-DATE PIC 9(8).
       77  DAYS-IN-MONTH PIC 9(2).
       77  YEAR-QUOTIENT PIC 9(4).
       77  YEAR-REMAINDER PIC 9(2).
       01  STEP-DATE-FIELDS.
           05  STEP-YEAR  PIC 9(4).
           05  STEP-MONTH PIC 9(2).
           05  STEP-DAY   PIC 9(2).
       01  STEP-DATE-NUMERIC REDEFINES STEP-DATE-FIELDS
           PIC 9(8).

       LINKAGE SECTION.
      * Every program that changes a product's list price tells this
      * one, so the price history holds each price the product has
      * had with the dates it stood. The current price is the row
      * whose to-date is 99999999; it is closed off the day before
      * the new price takes effect and the new price opens a row of
      * its own. A product priced before history was kept gets its
      * old price as an opening row from date zero. A change dated
      * on or before the start of the current row replaces that
      * row's price instead.
       01  HISTORY-PRODUCT-ID PIC X(15).
       01  HISTORY-OLD-PRICE PIC 9(6)V99.
       01  HISTORY-NEW-PRICE PIC 9(6)V99.
       01  HISTORY-EFFECTIVE-DATE PIC 9(8).
       01  HISTORY-SOURCE PIC X(20).

       PROCEDURE DIVISION USING HISTORY-PRODUCT-ID HISTORY-OLD-PRICE
           HISTORY-NEW-PRICE HISTORY-EFFECTIVE-DATE HISTORY-SOURCE.
       PROGRAM-BEGIN.
       OPEN I-O PRICE-HISTORY-FILE.
       PERFORM FIND-CURRENT-ROW.
       IF CURRENT-ROW-FOUND = "Y"
           IF CURRENT-FROM-DATE < HISTORY-EFFECTIVE-DATE
               PERFORM CLOSE-CURRENT-ROW
               PERFORM WRITE-NEW-ROW
           ELSE
               PERFORM REPRICE-CURRENT-ROW
           END-IF
       ELSE
           IF HISTORY-OLD-PRICE > 0 AND HISTORY-EFFECTIVE-DATE > 0
               PERFORM WRITE-OPENING-ROW
           END-IF
           PERFORM WRITE-NEW-ROW
       END-IF.
       CLOSE PRICE-HISTORY-FILE.
       GOBACK.

       FIND-CURRENT-ROW.
       MOVE "N" TO CURRENT-ROW-FOUND.
       MOVE HISTORY-PRODUCT-ID TO PHIST-PRODUCT-ID.
       MOVE 0 TO PHIST-FROM-DATE.
       MOVE 0 TO HISTORY-EOF.
       START PRICE-HISTORY-FILE KEY IS >= PHIST-KEY
           INVALID KEY MOVE 1 TO HISTORY-EOF.
       PERFORM CHECK-NEXT-HISTORY-ROW UNTIL HISTORY-EOF = 1.

       CHECK-NEXT-HISTORY-ROW.
       READ PRICE-HISTORY-FILE NEXT RECORD
           AT END MOVE 1 TO HISTORY-EOF
       END-READ.
       IF HISTORY-EOF = 0
           IF PHIST-PRODUCT-ID = HISTORY-PRODUCT-ID
               IF PHIST-IS-CURRENT
                   MOVE "Y" TO CURRENT-ROW-FOUND
                   MOVE PHIST-FROM-DATE TO CURRENT-FROM-DATE
               END-IF
           ELSE
               MOVE 1 TO HISTORY-EOF
           END-IF
       END-IF.

       CLOSE-CURRENT-ROW.
       MOVE HISTORY-PRODUCT-ID TO PHIST-PRODUCT-ID.
       MOVE CURRENT-FROM-DATE TO PHIST-FROM-DATE.
       READ PRICE-HISTORY-FILE RECORD WITH LOCK
           INVALID KEY
               DISPLAY "Error reading price history record."
           NOT INVALID KEY
               PERFORM FIND-DAY-BEFORE
               MOVE STEP-DATE-NUMERIC TO PHIST-TO-DATE
               REWRITE PRICE-HISTORY-REGISTRATION
                   INVALID KEY
                       DISPLAY "Error updating price history record."
               END-REWRITE
       END-READ.

       REPRICE-CURRENT-ROW.
       MOVE HISTORY-PRODUCT-ID TO PHIST-PRODUCT-ID.
       MOVE CURRENT-FROM-DATE TO PHIST-FROM-DATE.
       READ PRICE-HISTORY-FILE RECORD WITH LOCK
           INVALID KEY
               DISPLAY "Error reading price history record."
           NOT INVALID KEY
               MOVE HISTORY-NEW-PRICE TO PHIST-PRICE
               MOVE HISTORY-SOURCE TO PHIST-SOURCE
               REWRITE PRICE-HISTORY-REGISTRATION
                   INVALID KEY
                       DISPLAY "Error updating price history record."
               END-REWRITE
       END-READ.

       WRITE-OPENING-ROW.
       MOVE SPACE TO PRICE-HISTORY-REGISTRATION.
       MOVE HISTORY-PRODUCT-ID TO PHIST-PRODUCT-ID.
       MOVE 0 TO PHIST-FROM-DATE.
       PERFORM FIND-DAY-BEFORE.
       MOVE STEP-DATE-NUMERIC TO PHIST-TO-DATE.
       MOVE HISTORY-OLD-PRICE TO PHIST-PRICE.
       MOVE "OPENING PRICE" TO PHIST-SOURCE.
       WRITE PRICE-HISTORY-REGISTRATION
           INVALID KEY
               DISPLAY "Error writing price history record.".

       WRITE-NEW-ROW.
       MOVE SPACE TO PRICE-HISTORY-REGISTRATION.
       MOVE HISTORY-PRODUCT-ID TO PHIST-PRODUCT-ID.
       MOVE HISTORY-EFFECTIVE-DATE TO PHIST-FROM-DATE.
       MOVE 99999999 TO PHIST-TO-DATE.
       MOVE HISTORY-NEW-PRICE TO PHIST-PRICE.
       MOVE HISTORY-SOURCE TO PHIST-SOURCE.
       WRITE PRICE-HISTORY-REGISTRATION
           INVALID KEY
               DISPLAY "Error writing price history record.".

      *Stepped back one day by hand so month and year ends, and
      *February in a leap year, come out right.
       FIND-DAY-BEFORE.
       MOVE HISTORY-EFFECTIVE-DATE TO STEP-DATE-NUMERIC.
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. get-price-on-date.
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

       LINKAGE SECTION.
      * A credit note or a price dispute on an old order wants the
      * list price as it stood on the order date, not today's. Given
      * the product and the date, the price history row covering
      * that date gives it back; the found flag says "N" when the
      * history does not reach back that far and the caller falls
      * back on the price it already has.
       01  WANTED-PRODUCT-ID PIC X(15).
       01  WANTED-PRICE-DATE PIC 9(8).
       01  PRICE-ON-DATE PIC 9(6)V99.
       01  PRICE-ON-DATE-FOUND PIC X.

       PROCEDURE DIVISION USING WANTED-PRODUCT-ID WANTED-PRICE-DATE
           PRICE-ON-DATE PRICE-ON-DATE-FOUND.
       PROGRAM-BEGIN.
       MOVE "N" TO PRICE-ON-DATE-FOUND.
       MOVE 0 TO PRICE-ON-DATE.
       OPEN I-O PRICE-HISTORY-FILE.
       MOVE WANTED-PRODUCT-ID TO PHIST-PRODUCT-ID.
       MOVE 0 TO PHIST-FROM-DATE.
       MOVE 0 TO HISTORY-EOF.
       START PRICE-HISTORY-FILE KEY IS >= PHIST-KEY
           INVALID KEY MOVE 1 TO HISTORY-EOF.
       PERFORM CHECK-NEXT-HISTORY-ROW UNTIL HISTORY-EOF = 1.
       CLOSE PRICE-HISTORY-FILE.
       GOBACK.

       CHECK-NEXT-HISTORY-ROW.
       READ PRICE-HISTORY-FILE NEXT RECORD
           AT END MOVE 1 TO HISTORY-EOF
       END-READ.
       IF HISTORY-EOF = 0
           IF PHIST-PRODUCT-ID = WANTED-PRODUCT-ID
               AND PHIST-FROM-DATE NOT > WANTED-PRICE-DATE
               IF PHIST-TO-DATE NOT < WANTED-PRICE-DATE
                   MOVE PHIST-PRICE TO PRICE-ON-DATE
                   MOVE "Y" TO PRICE-ON-DATE-FOUND
                   MOVE 1 TO HISTORY-EOF
               END-IF
           ELSE
               MOVE 1 TO HISTORY-EOF
           END-IF
       END-IF.

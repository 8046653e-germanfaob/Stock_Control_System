       IDENTIFICATION DIVISION.
       PROGRAM-ID. get-promo-price.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical file in dynamic mode.
       FILE-CONTROL.
       COPY "promotion-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with promotion campaign fields.
       COPY "promotion-logic-file.cbl".

       WORKING-STORAGE SECTION.
       77  PROMOS-EOF PIC 9.
       77  PROMO-APPLIES PIC X.
       77  CANDIDATE-PRICE PIC 9(6)V99.
       77  FREE-GROUPS PIC 9(5).
       77  FREE-UNITS PIC 9(5).

       LINKAGE SECTION.
      * Order entry asks here with the product, its brand and
      * category, the customer, the quantity and the list price, and
      * gets back the lowest unit price any campaign running on the
      * date gives the line, with the campaign's code, or "N" when
      * no campaign covers it.
       01  WANTED-PRODUCT-ID PIC X(15).
       01  WANTED-BRAND PIC X(20).
       01  WANTED-CATEGORY PIC X(20).
       01  WANTED-CUSTOMER-ID PIC 9(6).
       01  WANTED-QUANTITY PIC 9(5).
       01  LIST-PRICE PIC 9(6)V99.
       01  WANTED-DATE PIC 9(8).
       01  BEST-FOUND PIC X.
       01  BEST-PRICE PIC 9(6)V99.
       01  BEST-PROMO-CODE PIC X(8).

       PROCEDURE DIVISION USING WANTED-PRODUCT-ID WANTED-BRAND
           WANTED-CATEGORY WANTED-CUSTOMER-ID WANTED-QUANTITY
           LIST-PRICE WANTED-DATE BEST-FOUND BEST-PRICE
           BEST-PROMO-CODE.
       PROGRAM-BEGIN.
       MOVE "N" TO BEST-FOUND.
       MOVE 0 TO BEST-PRICE.
       MOVE SPACE TO BEST-PROMO-CODE.
       OPEN I-O PROMOTIONS-FILE.
       MOVE LOW-VALUES TO PROMO-CODE.
       MOVE 0 TO PROMOS-EOF.
       START PROMOTIONS-FILE KEY IS >= PROMO-CODE
           INVALID KEY MOVE 1 TO PROMOS-EOF.
       PERFORM CHECK-NEXT-PROMOTION UNTIL PROMOS-EOF = 1.
       CLOSE PROMOTIONS-FILE.
       GOBACK.

      *Every campaign running on the date whose scope takes in the
      *line is priced; the cheapest for the customer wins.
       CHECK-NEXT-PROMOTION.
       READ PROMOTIONS-FILE NEXT RECORD
           AT END MOVE 1 TO PROMOS-EOF
       END-READ.
       IF PROMOS-EOF = 0
           IF PROMO-START-DATE <= WANTED-DATE
               AND PROMO-END-DATE >= WANTED-DATE
               PERFORM CHECK-PROMOTION-SCOPE
               IF PROMO-APPLIES = "Y"
                   PERFORM PRICE-PROMOTION
               END-IF
           END-IF
       END-IF.

       CHECK-PROMOTION-SCOPE.
       MOVE "N" TO PROMO-APPLIES.
       IF PROMO-FOR-PRODUCT
           AND PROMO-SCOPE-VALUE = WANTED-PRODUCT-ID
           MOVE "Y" TO PROMO-APPLIES
       END-IF.
       IF PROMO-FOR-BRAND
           AND PROMO-SCOPE-VALUE = WANTED-BRAND
           MOVE "Y" TO PROMO-APPLIES
       END-IF.
       IF PROMO-FOR-CATEGORY
           AND PROMO-SCOPE-VALUE = WANTED-CATEGORY
           MOVE "Y" TO PROMO-APPLIES
       END-IF.
       IF PROMO-FOR-CUSTOMER
           AND PROMO-CUSTOMER-ID = WANTED-CUSTOMER-ID
           MOVE "Y" TO PROMO-APPLIES
       END-IF.

      *Percent off comes off the list price and a fixed price is
      *the price. Free goods ("buy 10, get the 11th free") spread
      *the free units earned over the whole line, and give nothing
      *until the quantity reaches a full buy-plus-free group.
       PRICE-PROMOTION.
       MOVE LIST-PRICE TO CANDIDATE-PRICE.
       IF PROMO-PERCENT-OFF
           COMPUTE CANDIDATE-PRICE ROUNDED = LIST-PRICE
               - (LIST-PRICE * PROMO-PERCENT / 100)
       END-IF.
       IF PROMO-FIXED-PRICE
           MOVE PROMO-PRICE TO CANDIDATE-PRICE
       END-IF.
       IF PROMO-FREE-GOODS
           AND PROMO-BUY-QTY + PROMO-FREE-QTY > 0
           AND WANTED-QUANTITY > 0
           COMPUTE FREE-GROUPS = WANTED-QUANTITY
               / (PROMO-BUY-QTY + PROMO-FREE-QTY)
           COMPUTE FREE-UNITS = FREE-GROUPS * PROMO-FREE-QTY
           COMPUTE CANDIDATE-PRICE ROUNDED = LIST-PRICE
               * (WANTED-QUANTITY - FREE-UNITS) / WANTED-QUANTITY
       END-IF.
       IF CANDIDATE-PRICE < LIST-PRICE
           IF BEST-FOUND = "N" OR CANDIDATE-PRICE < BEST-PRICE
               MOVE "Y" TO BEST-FOUND
               MOVE CANDIDATE-PRICE TO BEST-PRICE
               MOVE PROMO-CODE TO BEST-PROMO-CODE
           END-IF
       END-IF.

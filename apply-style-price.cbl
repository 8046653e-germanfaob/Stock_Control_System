       IDENTIFICATION DIVISION.
       PROGRAM-ID. apply-style-price.
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
       77  JOURNAL-TAG-FIELD PIC X(12).
       77  JOURNAL-IMAGE-FIELD PIC X(256).
       77  OLD-VARIANT-PRICE PIC 9(6)V99.
       77  PRICE-EFFECTIVE-DATE PIC 9(8).
       77  HISTORY-SOURCE-FIELD PIC X(20) VALUE "APPLY-STYLE-PRICE".

       LINKAGE SECTION.
      * A price set on the style is the price of every size and
      * colour of it: the style master takes the new price and each
      * variant generated from it is rewritten to match. The caller
      * gets back how many variants were repriced, or "N" when the
      * style is not on file.
       01  PRICE-STYLE-CODE PIC X(6).
       01  NEW-STYLE-PRICE PIC 9(6)V99.
       01  VARIANTS-REPRICED PIC 9(5).
       01  STYLE-PRICE-RESULT PIC X.

       PROCEDURE DIVISION USING PRICE-STYLE-CODE NEW-STYLE-PRICE
           VARIANTS-REPRICED STYLE-PRICE-RESULT.
       PROGRAM-BEGIN.
       MOVE 0 TO VARIANTS-REPRICED.
       OPEN I-O STYLES-FILE.
       OPEN I-O PRODUCTS-FILE.
       MOVE PRICE-STYLE-CODE TO STYLE-CODE.
       MOVE "S" TO STYLE-PRICE-RESULT.
       READ STYLES-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO STYLE-PRICE-RESULT.
       IF STYLE-PRICE-RESULT = "S"
           MOVE NEW-STYLE-PRICE TO STYLE-PRICE
           ACCEPT STYLE-LAST-UPDATED-DATE FROM DATE YYYYMMDD
           REWRITE STYLE-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating style record."
           END-REWRITE
           MOVE 1 TO SIZE-IDX
           PERFORM REPRICE-ONE-SIZE
               UNTIL SIZE-IDX > STYLE-SIZE-COUNT
       END-IF.
       CLOSE STYLES-FILE.
       CLOSE PRODUCTS-FILE.
       GOBACK.

       REPRICE-ONE-SIZE.
       MOVE 1 TO COLOUR-IDX.
       PERFORM REPRICE-ONE-VARIANT
           UNTIL COLOUR-IDX > STYLE-COLOUR-COUNT.
       ADD 1 TO SIZE-IDX.

       REPRICE-ONE-VARIANT.
       MOVE SPACE TO PRODUCT-ID.
       STRING STYLE-CODE DELIMITED BY SPACE
           "-" DELIMITED BY SIZE
           STYLE-SIZE (SIZE-IDX) DELIMITED BY SPACE
           "-" DELIMITED BY SIZE
           STYLE-COLOUR (COLOUR-IDX) DELIMITED BY SPACE
           INTO PRODUCT-ID.
       MOVE "S" TO RECORD-FOUND.
       READ PRODUCTS-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND PRODUCT-STYLE-CODE = STYLE-CODE
           AND PRODUCT-PRICE NOT = NEW-STYLE-PRICE
           MOVE PRODUCT-PRICE TO OLD-VARIANT-PRICE
           MOVE NEW-STYLE-PRICE TO PRODUCT-PRICE
           ACCEPT PRODUCT-LAST-UPDATED-DATE FROM DATE YYYYMMDD
           REWRITE PRODUCT-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating product record."
               NOT INVALID KEY
                   ADD 1 TO VARIANTS-REPRICED
                   PERFORM JOURNAL-PRODUCT-IMAGE
                   MOVE PRODUCT-LAST-UPDATED-DATE
                       TO PRICE-EFFECTIVE-DATE
                   CALL "record-price-history" USING PRODUCT-ID
                       OLD-VARIANT-PRICE PRODUCT-PRICE
                       PRICE-EFFECTIVE-DATE HISTORY-SOURCE-FIELD
           END-REWRITE
       END-IF.
       ADD 1 TO COLOUR-IDX.

       JOURNAL-PRODUCT-IMAGE.
       MOVE "PRODUCTS" TO JOURNAL-TAG-FIELD.
       MOVE PRODUCT-REGISTRATION TO JOURNAL-IMAGE-FIELD.
       CALL "log-journal" USING JOURNAL-TAG-FIELD
           JOURNAL-IMAGE-FIELD.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. get-product-description.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical file in dynamic mode.
       FILE-CONTROL.
       COPY "product-desc-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with product description fields.
       COPY "product-desc-logic-file.cbl".

       LINKAGE SECTION.
      * Customer-facing documents print the goods in the customer's
      * own language. Given the language code and our product id,
      * hand back the long description kept for that language; a
      * blank language means English. When no description has been
      * written, the product name from the document line comes back
      * instead and the found flag says "N".
       01  WANTED-LANGUAGE PIC X(2).
       01  WANTED-PRODUCT-ID PIC X(15).
       01  FALLBACK-PRODUCT-NAME PIC X(40).
       01  DESCRIPTION-OUT PIC X(80).
       01  DESCRIPTION-FOUND PIC X.

       PROCEDURE DIVISION USING WANTED-LANGUAGE WANTED-PRODUCT-ID
           FALLBACK-PRODUCT-NAME DESCRIPTION-OUT DESCRIPTION-FOUND.
       PROGRAM-BEGIN.
       OPEN I-O PRODUCT-DESCRIPTIONS-FILE.
       MOVE WANTED-PRODUCT-ID TO PDESC-PRODUCT-ID.
       MOVE WANTED-LANGUAGE TO PDESC-LANGUAGE.
       IF PDESC-LANGUAGE = SPACE
           MOVE "EN" TO PDESC-LANGUAGE.
       MOVE "S" TO DESCRIPTION-FOUND.
       READ PRODUCT-DESCRIPTIONS-FILE RECORD
           INVALID KEY
               MOVE "N" TO DESCRIPTION-FOUND.
       IF DESCRIPTION-FOUND = "S" AND PDESC-DESCRIPTION NOT = SPACE
           MOVE PDESC-DESCRIPTION TO DESCRIPTION-OUT
       ELSE
           MOVE "N" TO DESCRIPTION-FOUND
           MOVE FALLBACK-PRODUCT-NAME TO DESCRIPTION-OUT
       END-IF.
       CLOSE PRODUCT-DESCRIPTIONS-FILE.
       GOBACK.

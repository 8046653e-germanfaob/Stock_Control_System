       IDENTIFICATION DIVISION.
       PROGRAM-ID. missing-translation-report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "product-desc-physical-file.cbl".
       COPY "physical-file.cbl".
       COPY "customer-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with product description fields.
       COPY "product-desc-logic-file.cbl".
      * Logic file with products fields.
       COPY "logic-file.cbl".
      * Logic file with customer fields.
       COPY "customer-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       77  END-OF-FILE PIC 9 VALUE 0.
       77  PRODUCTS-CHECKED PIC 9(5).
       77  MISSING-COUNT PIC 9(7).
      * The languages we trade in, each with its count of active
      * products still printing under the English stock name.
       01  LANG-COUNT PIC 9(2).
       01  LANG-TABLE.
           05  LANG-ENTRY OCCURS 30 TIMES.
               10  LANG-CODE      PIC X(2).
               10  LANG-MISSING   PIC 9(5).
       01  LANG-IDX PIC 9(2).
       01  LANG-FOUND PIC X.
       77  DESCRIPTION-FOUND PIC X.
       77  COUNT-EDIT PIC Z(4)9.
       01  REPORT-LINE-BUFFER PIC X(132).
       77  SPOOL-ACTION PIC X.
       77  SPOOL-REPORT-NAME PIC X(12) VALUE "XLATEMISS".

       PROCEDURE DIVISION.

      *Every language a live customer is set up for, and English for
      *the customs paperwork, is checked against every active
      *product. A product with no description in a language prints
      *under its English stock name on that customer's documents;
      *this lists each gap so the translations can be written.
       PROGRAM-BEGIN.
       MOVE 0 TO PRODUCTS-CHECKED.
       MOVE 0 TO MISSING-COUNT.
       MOVE 1 TO LANG-COUNT.
       MOVE "EN" TO LANG-CODE (1).
       MOVE 0 TO LANG-MISSING (1).
       OPEN I-O PRODUCT-DESCRIPTIONS-FILE.
       OPEN I-O PRODUCTS-FILE.
       OPEN I-O CUSTOMERS-FILE.
       PERFORM COLLECT-LANGUAGES.
       MOVE "O" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       MOVE "====== PRODUCTS MISSING A TRANSLATION ======"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "Product         Name                           Language"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE LOW-VALUES TO PRODUCT-ID.
       MOVE 0 TO END-OF-FILE.
       START PRODUCTS-FILE KEY IS >= PRODUCT-ID
           INVALID KEY MOVE 1 TO END-OF-FILE.
       PERFORM CHECK-NEXT-PRODUCT UNTIL END-OF-FILE = 1.
       IF MISSING-COUNT = 0
           MOVE "  Every active product is described in every language."
               TO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
       END-IF.
       PERFORM PRINT-LANGUAGE-TOTALS.
       MOVE "C" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       CLOSE PRODUCT-DESCRIPTIONS-FILE.
       CLOSE PRODUCTS-FILE.
       CLOSE CUSTOMERS-FILE.
       GOBACK.

      *Accounts merged into another no longer receive documents, so
      *their language does not count.
       COLLECT-LANGUAGES.
       MOVE 0 TO CUSTOMER-ID.
       MOVE 0 TO END-OF-FILE.
       START CUSTOMERS-FILE KEY IS >= CUSTOMER-ID
           INVALID KEY MOVE 1 TO END-OF-FILE.
       PERFORM NOTE-NEXT-CUSTOMER-LANGUAGE UNTIL END-OF-FILE = 1.

       NOTE-NEXT-CUSTOMER-LANGUAGE.
       READ CUSTOMERS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND CUSTOMER-COMPANY-CODE = SESSION-COMPANY-CODE
           AND CUSTOMER-LANGUAGE NOT = SPACE
           AND CUSTOMER-MERGED-INTO = 0
           MOVE "N" TO LANG-FOUND
           MOVE 1 TO LANG-IDX
           PERFORM FIND-LANG-ROW
               UNTIL LANG-FOUND = "Y" OR LANG-IDX > LANG-COUNT
           IF LANG-FOUND = "N" AND LANG-COUNT < 30
               ADD 1 TO LANG-COUNT
               MOVE CUSTOMER-LANGUAGE TO LANG-CODE (LANG-COUNT)
               MOVE 0 TO LANG-MISSING (LANG-COUNT)
           END-IF
       END-IF.

       FIND-LANG-ROW.
       IF LANG-CODE (LANG-IDX) = CUSTOMER-LANGUAGE
           MOVE "Y" TO LANG-FOUND
       ELSE
           ADD 1 TO LANG-IDX.

       CHECK-NEXT-PRODUCT.
       READ PRODUCTS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND PRODUCT-COMPANY-CODE = SESSION-COMPANY-CODE
           IF NOT PRODUCT-IS-INACTIVE
               ADD 1 TO PRODUCTS-CHECKED
               MOVE 1 TO LANG-IDX
               PERFORM CHECK-PRODUCT-LANGUAGE
                   UNTIL LANG-IDX > LANG-COUNT
           END-IF
       END-IF.

       CHECK-PRODUCT-LANGUAGE.
       MOVE PRODUCT-ID TO PDESC-PRODUCT-ID.
       MOVE LANG-CODE (LANG-IDX) TO PDESC-LANGUAGE.
       MOVE "S" TO DESCRIPTION-FOUND.
       READ PRODUCT-DESCRIPTIONS-FILE RECORD
           INVALID KEY
               MOVE "N" TO DESCRIPTION-FOUND.
       IF DESCRIPTION-FOUND = "S" AND PDESC-DESCRIPTION = SPACE
           MOVE "N" TO DESCRIPTION-FOUND
       END-IF.
       IF DESCRIPTION-FOUND = "N"
           ADD 1 TO MISSING-COUNT
           ADD 1 TO LANG-MISSING (LANG-IDX)
           MOVE SPACE TO REPORT-LINE-BUFFER
           STRING PRODUCT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PRODUCT-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LANG-CODE (LANG-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
       END-IF.
       ADD 1 TO LANG-IDX.

       PRINT-LANGUAGE-TOTALS.
       MOVE "--------------------------------------------------"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE PRODUCTS-CHECKED TO COUNT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Active products checked: " DELIMITED BY SIZE
           COUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE 1 TO LANG-IDX.
       PERFORM PRINT-ONE-LANGUAGE-TOTAL UNTIL LANG-IDX > LANG-COUNT.

       PRINT-ONE-LANGUAGE-TOTAL.
       MOVE LANG-MISSING (LANG-IDX) TO COUNT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "  Language " DELIMITED BY SIZE
           LANG-CODE (LANG-IDX) DELIMITED BY SIZE
           " missing: " DELIMITED BY SIZE
           COUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       ADD 1 TO LANG-IDX.

       SHOW-REPORT-LINE.
       DISPLAY REPORT-LINE-BUFFER.
       MOVE "L" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

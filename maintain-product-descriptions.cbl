       IDENTIFICATION DIVISION.
       PROGRAM-ID. maintain-product-descriptions.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "product-desc-physical-file.cbl".
       COPY "physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with product description fields.
       COPY "product-desc-logic-file.cbl".
      * Logic file with products fields.
       COPY "logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       01  OPTION PIC 9.
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  WANTED-PRODUCT-ID PIC X(15).
       77  WANTED-LANGUAGE PIC X(2).
       77  DESCRIPTION-ENTRY PIC X(80).
       77  DESCRIPTIONS-SHOWN PIC 9(3).
       77  AUDIT-BEFORE PIC X(40).
       77  AUDIT-AFTER PIC X(40).
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "MAINTAIN-PROD-DESC".
       77  LOG-MESSAGE-FIELD PIC X(80).

       PROCEDURE DIVISION.

      *The product name is a short English stock name. Invoices,
      *packing slips, acknowledgements and quotations print the
      *goods in the customer's language from the long descriptions
      *kept here, one per product and language code; the English
      *one is also the goods description on the customs paperwork.
       PROGRAM-BEGIN.
       OPEN I-O PRODUCT-DESCRIPTIONS-FILE.
       OPEN I-O PRODUCTS-FILE.
       PERFORM DESCRIPTION-MENU.
       PERFORM PROCESS-OPTION UNTIL OPTION = 0.
       CLOSE PRODUCT-DESCRIPTIONS-FILE.
       CLOSE PRODUCTS-FILE.
       GOBACK.

       DESCRIPTION-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Product Description Maintenance Menu"
       DISPLAY "1. Enter or change a product description"
       DISPLAY "2. List the descriptions of a product"
       DISPLAY "0. Back"
       DISPLAY "Enter your choice (0-2):"
       ACCEPT OPTION.

       PROCESS-OPTION.
       IF OPTION = 1 THEN
           PERFORM ENTER-DESCRIPTION
           PERFORM DESCRIPTION-MENU
       ELSE IF OPTION = 2 THEN
           PERFORM LIST-DESCRIPTIONS
           PERFORM DESCRIPTION-MENU
       ELSE IF OPTION = 0 THEN
           CONTINUE
       ELSE
           DISPLAY "Invalid option. Please enter a valid choice (0-2):"
           MOVE "Invalid description menu option entered."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
           PERFORM DESCRIPTION-MENU.

       ENTER-DESCRIPTION.
       DISPLAY "Enter the product id: ".
       ACCEPT WANTED-PRODUCT-ID.
       MOVE WANTED-PRODUCT-ID TO PRODUCT-ID.
       MOVE "S" TO RECORD-FOUND.
       READ PRODUCTS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND PRODUCT-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No product found with that id."
       ELSE
           DISPLAY "Product: " PRODUCT-NAME
           DISPLAY "Enter the language code (blank for English): "
           ACCEPT WANTED-LANGUAGE
           INSPECT WANTED-LANGUAGE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WANTED-LANGUAGE = SPACE
               MOVE "EN" TO WANTED-LANGUAGE
           END-IF
           PERFORM STORE-DESCRIPTION
       END-IF.

       STORE-DESCRIPTION.
       MOVE WANTED-PRODUCT-ID TO PDESC-PRODUCT-ID.
       MOVE WANTED-LANGUAGE TO PDESC-LANGUAGE.
       MOVE "S" TO RECORD-FOUND.
       READ PRODUCT-DESCRIPTIONS-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       MOVE SPACE TO AUDIT-BEFORE.
       IF RECORD-FOUND = "S"
           DISPLAY "Current: " PDESC-DESCRIPTION
           STRING PDESC-LANGUAGE DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               PDESC-DESCRIPTION DELIMITED BY SIZE
               INTO AUDIT-BEFORE
       END-IF.
       DISPLAY "Enter the description (up to 80 characters): ".
       ACCEPT DESCRIPTION-ENTRY.
       IF DESCRIPTION-ENTRY = SPACE
           DISPLAY "No description entered; nothing changed."
       ELSE
           MOVE WANTED-PRODUCT-ID TO PDESC-PRODUCT-ID
           MOVE WANTED-LANGUAGE TO PDESC-LANGUAGE
           MOVE DESCRIPTION-ENTRY TO PDESC-DESCRIPTION
           ACCEPT PDESC-LAST-UPDATED-DATE FROM DATE YYYYMMDD
           IF RECORD-FOUND = "S"
               REWRITE PRODUCT-DESCRIPTION-REGISTRATION
                   INVALID KEY
                       DISPLAY "Error updating description record."
               END-REWRITE
           ELSE
               WRITE PRODUCT-DESCRIPTION-REGISTRATION
                   INVALID KEY
                       DISPLAY "Error writing description record."
               END-WRITE
           END-IF
           MOVE SPACE TO AUDIT-AFTER
           STRING PDESC-LANGUAGE DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               PDESC-DESCRIPTION DELIMITED BY SIZE
               INTO AUDIT-AFTER
           CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD
               WANTED-PRODUCT-ID AUDIT-BEFORE AUDIT-AFTER
           DISPLAY "Description saved for language "
               PDESC-LANGUAGE "."
       END-IF.

       LIST-DESCRIPTIONS.
       DISPLAY "Enter the product id: ".
       ACCEPT WANTED-PRODUCT-ID.
       MOVE 0 TO DESCRIPTIONS-SHOWN.
       MOVE WANTED-PRODUCT-ID TO PDESC-PRODUCT-ID.
       MOVE LOW-VALUES TO PDESC-LANGUAGE.
       MOVE 0 TO END-OF-FILE.
       START PRODUCT-DESCRIPTIONS-FILE KEY IS >= PDESC-KEY
           INVALID KEY MOVE 1 TO END-OF-FILE.
       PERFORM SHOW-NEXT-DESCRIPTION UNTIL END-OF-FILE = 1.
       IF DESCRIPTIONS-SHOWN = 0
           DISPLAY "No descriptions on file for that product."
       END-IF.

       SHOW-NEXT-DESCRIPTION.
       READ PRODUCT-DESCRIPTIONS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF PDESC-PRODUCT-ID = WANTED-PRODUCT-ID
               ADD 1 TO DESCRIPTIONS-SHOWN
               DISPLAY PDESC-LANGUAGE " " PDESC-DESCRIPTION
           ELSE
               MOVE 1 TO END-OF-FILE
           END-IF
       END-IF.

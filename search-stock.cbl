       COPY "stock-location-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       01  END-OF-FILE PIC 9 VALUE 0.
       01  SPLIT-END-OF-FILE PIC 9 VALUE 0.
       01  AVAILABLE-QUANTITY PIC S9(6).
       01  TRIM-TEXT PIC X(30).
       01  TRIM-LENGTH PIC 9(3).
       01  MATCH-TALLY PIC 9(3).
       01  SEARCH-STYLE-CODE PIC X(6).
       01  GRID-RESULT PIC X.
      * Every result line also goes to the stamped spool file, so
      * this search can be reprinted from the report catalog.
       77  SPOOL-ACTION PIC X.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
       PERFORM GET-SEARCH-CRITERIA.
       IF SEARCH-MODE = 6
           CALL "show-style-grid" USING SEARCH-STYLE-CODE GRID-RESULT
           GOBACK
       END-IF.
       OPEN I-O PRODUCTS-FILE.
       OPEN I-O STOCK-LOCATIONS-FILE.
       MOVE "O" TO SPOOL-ACTION.
           REPORT-LINE-BUFFER.

       GET-SEARCH-CRITERIA.
       CALL "show-training-banner".
       DISPLAY "Search Stock"
       DISPLAY "1. By product id"
       DISPLAY "2. By product name"
       DISPLAY "3. By brand"
       DISPLAY "4. By category"
       DISPLAY "5. By price range"
       DISPLAY "6. By style (size-by-colour grid)"
       DISPLAY "Enter your choice (1-6):"
       ACCEPT SEARCH-MODE.

       IF SEARCH-MODE = 1
           MOVE PRICE-ENTRY TO SEARCH-PRICE-LOW
           DISPLAY "Enter the maximum price (e.g. 19.99): "
           ACCEPT PRICE-ENTRY
           MOVE PRICE-ENTRY TO SEARCH-PRICE-HIGH
       ELSE IF SEARCH-MODE = 6
           DISPLAY "Enter the style code: "
           ACCEPT SEARCH-STYLE-CODE.

      *Brand and category searches ride their alternate indexes: a
      *keyed start at the typed prefix and a walk that stops the
       END-READ.

       IF END-OF-FILE = 0
           AND PRODUCT-COMPANY-CODE = SESSION-COMPANY-CODE
           IF SEARCH-MODE = 3
               PERFORM CHECK-KEYED-BRAND
           ELSE IF SEARCH-MODE = 4

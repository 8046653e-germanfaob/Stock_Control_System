       COPY "order-lines-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       01  END-OF-FILE PIC 9 VALUE 0.
       01  RECORD-FOUND PIC X.
       01  LINE-MONTH PIC 9(6).
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND ORDER-COMPANY-CODE = SESSION-COMPANY-CODE
           COMPUTE LINE-MONTH = ORDER-DATE-NUMERIC / 100
           PERFORM FIND-OR-ADD-SUMMARY-ROW
           IF SEARCH-IDX <= TAX-ROW-COUNT

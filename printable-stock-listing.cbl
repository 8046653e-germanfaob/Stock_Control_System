       COPY "logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       01  END-OF-FILE PIC 9 VALUE 0.
       01  LINE-COUNT PIC 9(2) VALUE 0.
       01  PAGE-COUNT PIC 9(3) VALUE 0.
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND PRODUCT-COMPANY-CODE = SESSION-COMPANY-CODE
           IF NOT PRODUCT-IS-INACTIVE
               IF LINE-COUNT >= LINES-PER-PAGE
                   PERFORM PRINT-PAGE-HEADER

       01  ROLLUP-CTL-LINE PIC X(1).

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       01  END-OF-FILE PIC 9 VALUE 0.
       01  LINES-END-OF-FILE PIC 9 VALUE 0.
       01  SEARCH-ORDER-ID PIC 9(6).
       END-READ.

       IF END-OF-FILE = 0
           AND ORDER-COMPANY-CODE = SESSION-COMPANY-CODE
           IF ORDER-DATE-NUMERIC = TODAY-DATE
               MOVE ORDER-ID TO SEARCH-ORDER-ID
               PERFORM SUM-ORDER-LINES

       COPY "logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       77  RECORD-FOUND PIC X.
       77  YES-TO-CANCEL PIC X.
       77  LINES-END-OF-FILE PIC 9 VALUE 0.
       READ ORDERS-FILE RECORD WITH LOCK
       INVALID KEY
       MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND ORDER-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.

       CANCEL-RECORDS.
       DISPLAY " ".

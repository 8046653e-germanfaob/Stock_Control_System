       COPY "logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       77 YES-TO-DELETE PIC X.
       77 RECORD-FOUND PIC X.
       77 PRODUCT-ID-FIELD PIC X(15).
       READ PRODUCTS-FILE RECORD WITH LOCK
       INVALID KEY
       MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND PRODUCT-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.

       DELETE-RECORDS.
       PERFORM SHOW-ALL-FIELDS.

       COPY "assembly-lot-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so new records carry the company.
       COPY "session-data.cbl".
       01  OPTION PIC 9.
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       GOBACK.

       KIT-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Kit Assembly Menu"
       DISPLAY "1. Add a component to a kit"
       READ PRODUCTS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND PRODUCT-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No product found with that id."
       ELSE
       READ PRODUCTS-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND PRODUCT-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No product found with that id."
       ELSE
       PERFORM WRITE-MOVEMENT-RECORD UNTIL MOVEMENT-WRITE-OK = "Y".

       WRITE-MOVEMENT-RECORD.
       MOVE SESSION-COMPANY-CODE TO MOVEMENT-COMPANY-CODE.
       WRITE MOVEMENT-REGISTRATION
           INVALID KEY
               CALL "get-next-number" USING MOVEMENT-DOC-TYPE

       COPY "logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       01  OPTION PIC 9.
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       GOBACK.

       STANDING-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Standing Order Maintenance Menu"
       DISPLAY "1. Register a standing order template"
       READ CUSTOMERS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND CUSTOMER-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No customer found with that id."
       ELSE
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           PERFORM CHECK-TEMPLATE-COMPANY
           IF RECORD-FOUND = "S"
               DISPLAY "Template: " TEMPLATE-ID
               " Customer: " TEMPLATE-CUSTOMER-NAME
               " Every " TEMPLATE-FREQUENCY-DAYS " days"
               " Next run: " TEMPLATE-NEXT-RUN-DATE
               " Active: " TEMPLATE-ACTIVE-FLAG
               PERFORM SHOW-TEMPLATE-LINES
           END-IF
       END-IF.

      *A template is the logged-in company's when its customer is.
       CHECK-TEMPLATE-COMPANY.
       MOVE TEMPLATE-CUSTOMER-ID TO CUSTOMER-ID.
       MOVE "S" TO RECORD-FOUND.
       READ CUSTOMERS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND CUSTOMER-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.

       SHOW-TEMPLATE-LINES.
       MOVE TEMPLATE-ID TO SLINE-TEMPLATE-ID.
       MOVE 0 TO SLINE-NUMBER.
       READ STANDING-ORDERS-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           PERFORM CHECK-TEMPLATE-COMPANY.
       IF RECORD-FOUND = "N"
           DISPLAY "No template found with that id."
       ELSE

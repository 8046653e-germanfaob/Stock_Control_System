       COPY "vendor-xref-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so the order shows which buyer
      * released it to the vendor.
       COPY "session-data.cbl".
       01  OPTION PIC 9.
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       GOBACK.

       PURCHASE-ORDER-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Purchase Order Menu"
       DISPLAY "1. Raise a purchase order"
               DISPLAY "Enter the expected date (YYYYMMDD): "
               ACCEPT PO-EXPECTED-DATE
               MOVE "Open" TO PO-STATUS
               MOVE SESSION-OPERATOR-ID TO PO-BUYER-ID
               PERFORM SET-PO-CURRENCY
               MOVE "Y" TO ENTRANCE
           END-IF
       READ VENDORS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND VENDOR-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No vendor found with that id."
           MOVE SPACE TO PO-VENDOR-NAME

       WRITE-PO-HEADER.
       MOVE "N" TO HEADER-OK.
       MOVE SESSION-COMPANY-CODE TO PO-COMPANY-CODE.
       WRITE PO-REGISTRATION
           INVALID KEY
             DISPLAY "Error writing purchase order. Duplicate id?"
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND PO-COMPANY-CODE = SESSION-COMPANY-CODE
           IF PO-STATUS = "Open" OR PO-STATUS = "Draft"
               ADD 1 TO OPEN-PO-COUNT
               DISPLAY "PO: " PO-ID
       READ PURCHASE-ORDERS-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND PO-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No purchase order found with that id."
       ELSE IF PO-STATUS NOT = "Draft"
               DISPLAY "Enter the expected date (YYYYMMDD): "
               ACCEPT PO-EXPECTED-DATE
               MOVE "Open" TO PO-STATUS
               MOVE SESSION-OPERATOR-ID TO PO-BUYER-ID
               REWRITE PO-REGISTRATION
                   INVALID KEY
                       DISPLAY "Error updating purchase order header."

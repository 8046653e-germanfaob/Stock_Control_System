       COPY "vendor-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so new records carry the company.
       COPY "session-data.cbl".
       01  OPTION PIC 9.
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  MOVEMENT-DOC-TYPE PIC X(10)
           VALUE "MOVEMENT".
       77  FREEZE-STATE PIC X.
       77  NCR-SOURCE-FIELD PIC X(01).
       77  NCR-REFERENCE-FIELD PIC X(20).
       77  NCR-VENDOR-FIELD PIC 9(5).
       77  NCR-RTV-FIELD PIC 9(6).
       77  RAISED-NCR-ID PIC 9(6).
       01  MOVEMENT-DATE-SPLIT.
           05  MD-YEAR  PIC X(4).
           05  FILLER   PIC X(1).
       GOBACK.

       INSPECTION-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Quarantine Inspection Menu"
       DISPLAY "1. List quarantined stock"
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND PRODUCT-COMPANY-CODE = SESSION-COMPANY-CODE
           IF PRODUCT-QUARANTINE-QTY > 0
               DISPLAY "ID: " PRODUCT-ID
               " Name: " PRODUCT-NAME
       READ PRODUCTS-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND PRODUCT-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No product found with that id."
       ELSE IF PRODUCT-QUARANTINE-QTY = 0
       CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
           LOG-MESSAGE-FIELD.
       DISPLAY "Scrapped " INSPECT-QTY " from quarantine.".
       MOVE 0 TO NCR-VENDOR-FIELD.
       MOVE 0 TO NCR-RTV-FIELD.
       PERFORM RAISE-INSPECTION-NCR.

      *A failed inspection goes straight onto a vendor debit memo -
      *the same record the RTV screen raises - with its own exit
       READ VENDORS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND VENDOR-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No vendor found with that id."
       ELSE
           ACCEPT RTV-DATE FROM DATE YYYYMMDD
           COMPUTE RTV-VALUE = INSPECT-QTY * PRODUCT-PRICE
           MOVE "Open" TO RTV-STATUS
           MOVE 0 TO RTV-CHECK-NO
           WRITE RTV-REGISTRATION
               INVALID KEY
                   DISPLAY "Error writing RTV record. Duplicate "
                   PERFORM LOG-INSPECTION-AUDIT
                   DISPLAY "Failed " INSPECT-QTY " onto debit "
                   "memo " WORK-RTV-ID "."
                   MOVE VENDOR-ID TO NCR-VENDOR-FIELD
                   MOVE WORK-RTV-ID TO NCR-RTV-FIELD
                   PERFORM RAISE-INSPECTION-NCR
           END-WRITE
       END-IF.

      *Every rejected inspection leaves a nonconformance report to
      *chase the vendor with; goods failed back onto a debit memo
      *carry the memo number, so the NCR is not charged back twice.
       RAISE-INSPECTION-NCR.
       MOVE "I" TO NCR-SOURCE-FIELD.
       MOVE "QUARANTINE" TO NCR-REFERENCE-FIELD.
       CLOSE VENDORS-FILE.
       CALL "raise-ncr" USING NCR-SOURCE-FIELD NCR-REFERENCE-FIELD
           PRODUCT-ID INSPECT-QTY NCR-VENDOR-FIELD NCR-RTV-FIELD
           RAISED-NCR-ID.
       OPEN I-O VENDORS-FILE.

       FIND-NEXT-RTV-LINE.
       MOVE 0 TO LAST-RTV-LINE.
       MOVE WORK-RTV-ID TO RTV-ID.
       PERFORM WRITE-MOVEMENT-RECORD UNTIL MOVEMENT-WRITE-OK = "Y".

       WRITE-MOVEMENT-RECORD.
       MOVE SESSION-COMPANY-CODE TO MOVEMENT-COMPANY-CODE.
       WRITE MOVEMENT-REGISTRATION
           INVALID KEY
               CALL "get-next-number" USING MOVEMENT-DOC-TYPE

       COPY "logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so the order shows which buyer
      * released it to the vendor.
       COPY "session-data.cbl".
       01  OPTION PIC 9.
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9.
       GOBACK.

       BLANKET-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Blanket Purchase Agreement Menu"
       DISPLAY "1. Register a blanket agreement"
       READ VENDORS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND VENDOR-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No vendor found with that id."
       ELSE
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           PERFORM CHECK-BLANKET-COMPANY
       ELSE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           COMPUTE REMAINING-QTY =
               BLANKET-AGREED-QTY - BLANKET-RELEASED-QTY
           DISPLAY "Agreement: " BLANKET-ID
           " to " BLANKET-VALID-TO
           " Status: " BLANKET-STATUS.

      *An agreement is the company's whose vendor it is made with.
       CHECK-BLANKET-COMPANY.
       MOVE BLANKET-VENDOR-ID TO VENDOR-ID.
       MOVE "S" TO RECORD-FOUND.
       READ VENDORS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND VENDOR-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.

      *A release is an ordinary purchase order receiving can book
      *against, priced at the agreed cost; the agreement keeps the
      *running total and calls out a release that would overshoot
       READ BLANKETS-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           PERFORM CHECK-BLANKET-COMPANY.
       IF RECORD-FOUND = "N"
           DISPLAY "No agreement found with that number."
       ELSE IF NOT BLANKET-IS-ACTIVE
       DISPLAY "Enter the expected date (YYYYMMDD): ".
       ACCEPT PO-EXPECTED-DATE.
       MOVE "Open" TO PO-STATUS.
       MOVE SESSION-OPERATOR-ID TO PO-BUYER-ID.
       MOVE VENDOR-CURRENCY-CODE TO PO-CURRENCY-CODE.
       IF PO-CURRENCY-CODE = SPACE
           MOVE 1 TO PO-EXCHANGE-RATE
           CALL "get-exchange-rate" USING PO-CURRENCY-CODE
               PO-ORDER-DATE PO-EXCHANGE-RATE
       END-IF.
       MOVE SESSION-COMPANY-CODE TO PO-COMPANY-CODE.
       WRITE PO-REGISTRATION
           INVALID KEY
               DISPLAY "Error writing release purchase order.".
      *Releases draw the next free purchase order id the same way
      *the draft generator does.
       FIND-NEXT-REL-PO-ID.
       MOVE SESSION-NUMBER-BASE TO NEXT-REL-PO-ID.
       CLOSE PURCHASE-ORDERS-FILE.
       OPEN I-O PURCHASE-ORDERS-FILE.
       MOVE 0 TO PO-SCAN-EOF.
           AT END MOVE 1 TO PO-SCAN-EOF
       END-READ.
       IF PO-SCAN-EOF = 0
           AND PO-COMPANY-CODE = SESSION-COMPANY-CODE
           IF PO-ID > NEXT-REL-PO-ID
               MOVE PO-ID TO NEXT-REL-PO-ID
           END-IF

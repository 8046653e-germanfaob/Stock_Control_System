       COPY "credit-note-physical-file.cbl".
       COPY "customer-physical-file.cbl".
       COPY "invoice-physical-file.cbl".
       COPY "warranty-claim-physical-file.cbl".
       COPY "serial-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "customer-logic-file.cbl".
      * Logic file with invoice fields.
       COPY "invoice-logic-file.cbl".
      * Logic file with warranty claim fields.
       COPY "warranty-claim-logic-file.cbl".
      * Logic file with serial number fields.
       COPY "serial-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so new records carry the company.
       COPY "session-data.cbl".
       77  RECORD-FOUND PIC X.
       77  LINES-END-OF-FILE PIC 9 VALUE 0.
       77  RETURN-LINE-NUMBER PIC 9(3).
       77  LINE-FOUND PIC X.
       77  ORDER-LIST-PRICE PIC 9(6)V99.
       77  ORDER-LIST-PRICE-FOUND PIC X.
       77  YES-NO PIC X.
       77  OLD-QUANTITY PIC 9(5).
       77  AUDIT-BEFORE PIC X(40).
           VALUE "PROCESS-RETURN".
       77  JOURNAL-TAG-FIELD PIC X(12).
       77  JOURNAL-IMAGE-FIELD PIC X(256).
       77  CLAIM-ON-RETURN PIC X.
       77  RETURN-CLAIM-ID PIC 9(6).
       77  AUDIT-CLAIM-ID PIC X(15).
       77  NCR-SOURCE-FIELD PIC X(01).
       77  NCR-REFERENCE-FIELD PIC X(20).
       77  NCR-VENDOR-FIELD PIC 9(5).
       77  NCR-RTV-FIELD PIC 9(6).
       77  NCR-QUANTITY-FIELD PIC 9(5).
       77  RAISED-NCR-ID PIC 9(6).

       PROCEDURE DIVISION.

       OPEN I-O CREDIT-NOTES-FILE.
       OPEN I-O CUSTOMERS-FILE.
       OPEN I-O INVOICES-FILE.
       OPEN I-O WARRANTY-CLAIMS-FILE.
       OPEN I-O SERIALS-FILE.
       PERFORM GET-ORDER-RECORD.
       PERFORM PROCESS-RETURN-RECORDS
       UNTIL ORDER-ID = ZEROES.
       CLOSE CREDIT-NOTES-FILE.
       CLOSE CUSTOMERS-FILE.
       CLOSE INVOICES-FILE.
       CLOSE WARRANTY-CLAIMS-FILE.
       CLOSE SERIALS-FILE.
       GOBACK.

       GET-ORDER-RECORD.
       READ ORDERS-FILE RECORD WITH LOCK
       INVALID KEY
       MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND ORDER-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.

       PROCESS-RETURN-RECORDS.
       IF ORDER-STATUS NOT = "Delivered"
               " Name: " LINE-PRODUCT-NAME
               " Quantity: " QUANTITY
               " Price: " PRICE
               PERFORM SHOW-LIST-PRICE-ON-ORDER-DATE
           ELSE
               MOVE 1 TO LINES-END-OF-FILE
           END-IF
       END-IF.

      *A disputed price is settled against the list price that stood
      *on the day the order was taken, when the history reaches back
      *that far.
       SHOW-LIST-PRICE-ON-ORDER-DATE.
       CALL "get-price-on-date" USING LINE-PRODUCT-ID
           ORDER-DATE-NUMERIC ORDER-LIST-PRICE ORDER-LIST-PRICE-FOUND.
       IF ORDER-LIST-PRICE-FOUND = "Y"
           DISPLAY "    List price on order date: " ORDER-LIST-PRICE
       END-IF.

       FIND-RETURN-LINE.
       MOVE "N" TO LINE-FOUND.
       MOVE ORDER-ID TO LINE-ORDER-ID.
       END-READ.

       TAKE-RETURN-DETAILS.
       PERFORM ASK-WARRANTY-CLAIM.
       IF CLAIM-ON-RETURN = "Y"
           PERFORM TAKE-CLAIM-RETURN
       ELSE
           DISPLAY "Quantity ordered on that line: " QUANTITY
           DISPLAY "Enter the quantity being returned: "
           ACCEPT RETURN-QUANTITY
           IF RETURN-QUANTITY > QUANTITY
               DISPLAY "Return quantity exceeds quantity ordered. "
               "Rejected."
           ELSE
               DISPLAY "Enter the reason for the return: "
               ACCEPT RETURN-REASON
               COMPUTE RETURN-REFUND-AMOUNT =
                   RETURN-QUANTITY * PRICE
               PERFORM RECORD-RETURN
           END-IF
       END-IF.

      *A serialized unit coming back may be the faulty unit of an
      *approved warranty claim. Its return is one unit, the refund
      *is the credit the claim agreed - nothing when the customer is
      *getting a replacement instead - and the claim is closed off
      *as returned.
       ASK-WARRANTY-CLAIM.
       MOVE "N" TO CLAIM-ON-RETURN.
       MOVE LINE-PRODUCT-ID TO PRODUCT-ID.
       MOVE "S" TO RECORD-FOUND.
       READ PRODUCTS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S" AND PRODUCT-IS-SERIALIZED
           DISPLAY "Enter the warranty claim id (0 if none): "
           ACCEPT RETURN-CLAIM-ID
           IF RETURN-CLAIM-ID > 0
               PERFORM CHECK-RETURN-CLAIM
           END-IF
       END-IF.

       CHECK-RETURN-CLAIM.
       MOVE RETURN-CLAIM-ID TO CLAIM-ID.
       MOVE "S" TO RECORD-FOUND.
       READ WARRANTY-CLAIMS-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No warranty claim found with that id."
       ELSE IF NOT CLAIM-IS-APPROVED
           DISPLAY "Claim " CLAIM-ID " is " CLAIM-STATUS
           " - not awaiting a return."
       ELSE IF CLAIM-ORDER-ID NOT = ORDER-ID
           OR CLAIM-PRODUCT-ID NOT = LINE-PRODUCT-ID
           DISPLAY "Claim " CLAIM-ID " is for another order line."
       ELSE
           MOVE "Y" TO CLAIM-ON-RETURN
       END-IF.
       IF CLAIM-ON-RETURN = "N"
           DISPLAY "Processing as an ordinary return."
       END-IF.

       TAKE-CLAIM-RETURN.
       DISPLAY "Unit " CLAIM-SERIAL-NUMBER " returned under claim "
           CLAIM-ID ".".
       MOVE 1 TO RETURN-QUANTITY.
       MOVE SPACE TO RETURN-REASON.
       STRING "WARRANTY CLAIM " DELIMITED BY SIZE
           CLAIM-ID DELIMITED BY SIZE
           INTO RETURN-REASON.
       IF CLAIM-IS-CREDIT
           MOVE CLAIM-CREDIT-AMOUNT TO RETURN-REFUND-AMOUNT
       ELSE
           MOVE 0 TO RETURN-REFUND-AMOUNT
           DISPLAY "Replacement claim - no refund. Ship the "
           "replacement unit to the customer."
       END-IF.
       PERFORM RECORD-RETURN.
       PERFORM CLOSE-RETURN-CLAIM.

      *Restocked, the unit is back on the shelf under its own serial;
      *quarantined or scrapped, it is marked returned so it cannot
      *be picked again.
       CLOSE-RETURN-CLAIM.
       MOVE "Returned" TO CLAIM-STATUS.
       MOVE RETURN-ID TO CLAIM-RETURN-ID.
       REWRITE CLAIM-REGISTRATION
           INVALID KEY
               DISPLAY "Error updating warranty claim."
       END-REWRITE.
       MOVE CLAIM-ID TO AUDIT-CLAIM-ID.
       MOVE SPACE TO AUDIT-BEFORE.
       MOVE SPACE TO AUDIT-AFTER.
       STRING "STATUS=Approved" DELIMITED BY SIZE
           INTO AUDIT-BEFORE.
       STRING "STATUS=Returned RETURN=" DELIMITED BY SIZE
           RETURN-ID DELIMITED BY SIZE
           INTO AUDIT-AFTER.
       CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD
           AUDIT-CLAIM-ID AUDIT-BEFORE AUDIT-AFTER.
       MOVE CLAIM-PRODUCT-ID TO SERIAL-PRODUCT-ID.
       MOVE CLAIM-SERIAL-NUMBER TO SERIAL-NUMBER.
       READ SERIALS-FILE RECORD WITH LOCK
           INVALID KEY
               DISPLAY "Serial " CLAIM-SERIAL-NUMBER
               " is not on file."
           NOT INVALID KEY
               IF RETURN-IS-RESTOCKED
                   MOVE "In stock" TO SERIAL-STATUS
               ELSE
                   MOVE "Returned" TO SERIAL-STATUS
               END-IF
               REWRITE SERIAL-REGISTRATION
                   INVALID KEY
                       DISPLAY "Error updating serial record."
               END-REWRITE
       END-READ.

       RECORD-RETURN.
       MOVE LINE-PRODUCT-ID TO RETURN-PRODUCT-ID.
       MOVE ORDER-ID TO RETURN-ORDER-ID.
       CALL "get-next-number" USING RETURN-DOC-TYPE
           RETURN-ID.
       DISPLAY "Return number assigned: " RETURN-ID.
       DISPLAY "Enter the return date (YYYY-MM-DD): ".
       ACCEPT RETURN-DATE.
       PERFORM ASK-DISPOSITION.
       PERFORM APPLY-DISPOSITION.
       PERFORM WRITE-RETURN-RECORD.
       IF NOT RETURN-IS-RESTOCKED
           PERFORM ASK-RETURN-NCR
       END-IF.
       DISPLAY "Refund amount: " RETURN-REFUND-AMOUNT.
       IF CLAIM-ON-RETURN = "N" OR RETURN-REFUND-AMOUNT > 0
           PERFORM RAISE-CREDIT-NOTE
       END-IF.

      *Goods that come back faulty may be the vendor's fault rather
      *than the customer's; if so the return is written up on a
      *nonconformance report to chase the vendor with.
       ASK-RETURN-NCR.
       DISPLAY "Is the fault the vendor's - raise a nonconformance "
       "report (Y/N)?".
       ACCEPT YES-NO.
       IF YES-NO = "Y" OR YES-NO = "y"
           MOVE "R" TO NCR-SOURCE-FIELD
           MOVE SPACE TO NCR-REFERENCE-FIELD
           STRING "RETURN " DELIMITED BY SIZE
               RETURN-ID DELIMITED BY SIZE
               INTO NCR-REFERENCE-FIELD
           MOVE 0 TO NCR-VENDOR-FIELD
           MOVE 0 TO NCR-RTV-FIELD
           MOVE RETURN-QUANTITY TO NCR-QUANTITY-FIELD
           CALL "raise-ncr" USING NCR-SOURCE-FIELD
               NCR-REFERENCE-FIELD RETURN-PRODUCT-ID NCR-QUANTITY-FIELD
               NCR-VENDOR-FIELD NCR-RTV-FIELD RAISED-NCR-ID
       END-IF.

      *The money side of the return: a numbered credit note comes
      *off the customer's open balance at once, and can be applied
      *against an open invoice on the spot or left on account for
       READ INVOICES-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND INVOICE-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No invoice found with that id. Credit left on "
           "account."
       MOVE "RETURN" TO MOVEMENT-REFERENCE.
       MOVE "RETURN" TO MOVEMENT-REASON.
       MOVE 0 TO MOVEMENT-UNIT-COST.
       MOVE SESSION-COMPANY-CODE TO MOVEMENT-COMPANY-CODE.
       WRITE MOVEMENT-REGISTRATION
           INVALID KEY
               DISPLAY "Error writing movement record. Duplicate id?".

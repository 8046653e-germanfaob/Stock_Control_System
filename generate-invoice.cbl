       COPY "shipment-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so new records carry the company.
       COPY "session-data.cbl".
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  LINES-END-OF-FILE PIC 9 VALUE 0.
       77  PAYMENTS-EOF PIC 9.
       77  DEPOSIT-OFFSET-AMOUNT PIC 9(9)V99.
       77  CUSTOMER-PART-FIELD PIC X(20).
       77  DOCUMENT-LANGUAGE PIC X(2).
       77  LINE-DESCRIPTION-FIELD PIC X(80).
       77  DESCRIPTION-FOUND PIC X.
       77  FREIGHT-TOTAL PIC 9(7)V99.
       77  SHIPMENT-EOF PIC 9.
       77  EXEMPTION-STATE PIC X.
       77  EXEMPT-CERT-FIELD PIC X(20).
       77  E-INVOICE-ID PIC 9(6) VALUE 0.
       77  E-INVOICE-MODE PIC X VALUE "N".
       77  E-INVOICE-RESULT PIC X.
       77  CREDIT-EVENT-TYPE-FIELD PIC X(01).
       77  CREDIT-EVENT-LEVEL-FIELD PIC 9(1).
       77  CREDIT-EVENT-AMOUNT-FIELD PIC 9(9)V99.
       77  CREDIT-EVENT-REF-FIELD PIC X(20).
       COPY "order-notes.cbl".
       77  NOTES-IDX PIC 9(2).
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "GENERATE-INVOICE".
       77  LOG-MESSAGE-FIELD PIC X(80).
       77  AMOUNT-EDIT PIC Z(8)9.99.
       77  PRICE-EDIT PIC Z(5)9.99.
       77  RATE-EDIT PIC Z(4)9.9(6).
       77  PCT-EDIT PIC Z9.99.
       01  REPORT-LINE-BUFFER PIC X(132).
       77  SPOOL-ACTION PIC X.
       77  SPOOL-REPORT-NAME PIC X(12) VALUE "INVOICE".
       77  MAIL-DOC-TYPE PIC X(10) VALUE "INVOICE".
       77  MAIL-SUBJECT-FIELD PIC X(60).
       77  MAIL-ATTACHMENT-FIELD PIC X(40).
       77  MAIL-QUEUE-RESULT PIC X.
       77  JOURNAL-TAG-FIELD PIC X(12).
       77  JOURNAL-IMAGE-FIELD PIC X(256).

       CLOSE SHIPTO-FILE.
       CLOSE PAYMENTS-FILE.
       CLOSE SHIPMENTS-FILE.
       IF E-INVOICE-ID > 0
           CALL "export-e-invoice" USING E-INVOICE-ID
               E-INVOICE-MODE E-INVOICE-RESULT
       END-IF.
       GOBACK.

      *An invoice dated into a closed month would reopen figures the
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No order found to invoice."
       ELSE IF ORDER-IS-CONSIGN-FILL
           DISPLAY "Order " ORDER-ID " restocks a customer "
           "consignment site - it is billed as the stock is used."
       ELSE
           PERFORM CHECK-BILLING-CYCLE
           IF RECORD-FOUND = "H"
      *bill the customer twice.
       CHECK-ALREADY-INVOICED.
       MOVE "N" TO ALREADY-INVOICED.
       MOVE SESSION-NUMBER-BASE TO NEXT-INVOICE-ID.
       MOVE 0 TO END-OF-FILE.
       PERFORM SCAN-NEXT-INVOICE UNTIL END-OF-FILE = 1.
       ADD 1 TO NEXT-INVOICE-ID.
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND INVOICE-COMPANY-CODE = SESSION-COMPANY-CODE
           IF INVOICE-ID > NEXT-INVOICE-ID
               MOVE INVOICE-ID TO NEXT-INVOICE-ID
           END-IF
           END-IF
       END-IF.

      *Every invoice is its own spool file, so each customer's copy
      *can go out by email on its own.
       WRITE-AND-PRINT-INVOICE.
       MOVE 0 TO INVOICE-WORK-TOTAL.
       DISPLAY " ".
       MOVE "O" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       MOVE "==================== INVOICE ===================="
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "          STOCK CONTROL SUPPLIES CO."
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Invoice number: " DELIMITED BY SIZE
           NEXT-INVOICE-ID DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Order: " DELIMITED BY SIZE
           ORDER-ID DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Customer: " DELIMITED BY SIZE
           ORDER-CUSTOMER-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ORDER-CUSTOMER-NAME DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
      *The auditor wants the paper trail: a valid certificate that
      *zeroed the tax prints on the invoice face.
       CALL "check-tax-exemption" USING ORDER-CUSTOMER-ID
           EXEMPTION-STATE EXEMPT-CERT-FIELD.
       IF EXEMPTION-STATE = "Y"
           MOVE SPACE TO REPORT-LINE-BUFFER
           STRING "Tax exemption certificate: " DELIMITED BY SIZE
               EXEMPT-CERT-FIELD DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
       END-IF.
       PERFORM PRINT-INVOICE-ADDRESS.
       PERFORM PRINT-INVOICE-NOTES.
       MOVE "-------------------------------------------------"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       PERFORM SET-DOCUMENT-LANGUAGE.
       PERFORM PRINT-INVOICE-LINES.
       PERFORM ADD-FREIGHT-CHARGES.
       MOVE "-------------------------------------------------"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE INVOICE-WORK-TOTAL TO AMOUNT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Invoice total: " DELIMITED BY SIZE
           AMOUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "================================================="
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO INVOICE-REGISTRATION.
       MOVE NEXT-INVOICE-ID TO INVOICE-ID.
       MOVE ORDER-ID TO INVOICE-ORDER-ID.
       ACCEPT INVOICE-DATE FROM DATE YYYYMMDD.
       MOVE INVOICE-WORK-TOTAL TO INVOICE-TOTAL.
       MOVE INVOICE-WORK-TOTAL TO INVOICE-BALANCE.
       MOVE FREIGHT-TOTAL TO INVOICE-FREIGHT-AMOUNT.
       MOVE "Open" TO INVOICE-STATUS.
       PERFORM SET-INVOICE-CURRENCY.
       PERFORM SET-INVOICE-TERMS.
       MOVE 0 TO INVOICE-DEPOSIT-APPLIED.
       MOVE "N" TO INVOICE-EDI-SENT-FLAG.
       MOVE 0 TO INVOICE-EDI-SENT-DATE.
       MOVE 0 TO INVOICE-REVERSED-DATE.
       MOVE 0 TO INVOICE-WRITTEN-OFF-AMOUNT.
       MOVE 0 TO INVOICE-WRITE-OFF-DATE.
       MOVE 0 TO INVOICE-REINSTATED-DATE.
       MOVE SESSION-COMPANY-CODE TO INVOICE-COMPANY-CODE.
       WRITE INVOICE-REGISTRATION
           INVALID KEY
               DISPLAY "Error writing invoice record."
               PERFORM ADD-TO-CUSTOMER-BALANCE
               PERFORM OFFSET-ORDER-DEPOSITS
               PERFORM MARK-ORDER-INVOICED
               MOVE INVOICE-ID TO E-INVOICE-ID
       END-WRITE.
       MOVE "C" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       IF E-INVOICE-ID > 0
           PERFORM QUEUE-INVOICE-EMAIL
       END-IF.

      *The spooled invoice goes to the outbox as the customer's
      *attachment, or to the print-only list when the account has
      *no email address or wants paper.
       QUEUE-INVOICE-EMAIL.
       MOVE "N" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       MOVE REPORT-LINE-BUFFER TO MAIL-ATTACHMENT-FIELD.
       MOVE SPACE TO MAIL-SUBJECT-FIELD.
       STRING "Stock Control Supplies - invoice " DELIMITED BY SIZE
           INVOICE-ID DELIMITED BY SIZE
           " for order " DELIMITED BY SIZE
           INVOICE-ORDER-ID DELIMITED BY SIZE
           INTO MAIL-SUBJECT-FIELD.
       MOVE INVOICE-CUSTOMER-ID TO CUSTOMER-ID.
       MOVE "S" TO RECORD-FOUND.
       READ CUSTOMERS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           MOVE SPACE TO CUSTOMER-EMAIL
           MOVE "Y" TO CUSTOMER-PAPER-FLAG
       END-IF.
       CALL "queue-customer-document" USING CUSTOMER-ID
           CUSTOMER-EMAIL CUSTOMER-PAPER-FLAG MAIL-DOC-TYPE
           MAIL-SUBJECT-FIELD MAIL-ATTACHMENT-FIELD MAIL-QUEUE-RESULT.
       IF MAIL-QUEUE-RESULT = "E"
           DISPLAY "Invoice queued for email to " CUSTOMER-EMAIL
       ELSE
           DISPLAY "Invoice added to the print-only list."
       END-IF.

      *The order itself remembers it has been billed, and on which
      *invoice, so neither the per-order path nor the consolidated
      *run can ever bill it twice.
       MARK-ORDER-INVOICED.
       MOVE "Y" TO ORDER-INVOICED-FLAG.
       MOVE INVOICE-ID TO ORDER-INVOICE-ID.
       REWRITE ORDER-REGISTRATION
           INVALID KEY
               DISPLAY "Error updating order record.".
           MOVE PAYMENT-AMOUNT TO DEPOSIT-OFFSET-AMOUNT
       END-IF.
       SUBTRACT DEPOSIT-OFFSET-AMOUNT FROM INVOICE-BALANCE.
       ADD DEPOSIT-OFFSET-AMOUNT TO INVOICE-DEPOSIT-APPLIED.
       IF INVOICE-BALANCE = 0
           MOVE "Paid" TO INVOICE-STATUS
       END-IF.
               COMPUTE INVOICE-DOC-TOTAL ROUNDED =
                   INVOICE-TOTAL / INVOICE-EXCHANGE-RATE
           END-IF
           MOVE INVOICE-DOC-TOTAL TO AMOUNT-EDIT
           MOVE INVOICE-EXCHANGE-RATE TO RATE-EDIT
           MOVE SPACE TO REPORT-LINE-BUFFER
           STRING "Document total: " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INVOICE-CURRENCY-CODE DELIMITED BY SIZE
               " at rate " DELIMITED BY SIZE
               RATE-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
       END-IF.

      *The customer's terms fix the due date the aging and dunning
      *runs measure from, and the last day a settlement discount may
      *be taken. The customer record is the one just read for the
      *currency.
       SET-INVOICE-TERMS.
       MOVE SPACE TO INVOICE-TERMS-CODE.
       IF RECORD-FOUND = "S"
           MOVE CUSTOMER-TERMS-CODE TO INVOICE-TERMS-CODE
       END-IF.
       CALL "get-due-dates" USING INVOICE-TERMS-CODE INVOICE-DATE
           INVOICE-DUE-DATE INVOICE-DISCOUNT-DATE
           INVOICE-DISCOUNT-PCT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Due date: " DELIMITED BY SIZE
           INVOICE-DUE-DATE DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       IF INVOICE-DISCOUNT-PCT > 0
           MOVE INVOICE-DISCOUNT-PCT TO PCT-EDIT
           MOVE SPACE TO REPORT-LINE-BUFFER
           STRING "Less " DELIMITED BY SIZE
               PCT-EDIT DELIMITED BY SIZE
               "% if paid by " DELIMITED BY SIZE
               INVOICE-DISCOUNT-DATE DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
       END-IF.

      *Freight computed at ship confirmation finally reaches the
       PERFORM ADD-NEXT-SHIPMENT-FREIGHT
           UNTIL SHIPMENT-EOF = 1.
       IF FREIGHT-TOTAL > 0
           MOVE FREIGHT-TOTAL TO AMOUNT-EDIT
           MOVE SPACE TO REPORT-LINE-BUFFER
           STRING "  Freight Value: " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
           ADD FREIGHT-TOTAL TO INVOICE-WORK-TOTAL
       END-IF.

           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE SPACE TO REPORT-LINE-BUFFER
               STRING "Deliver to: " DELIMITED BY SIZE
                   SHIPTO-STREET DELIMITED BY SIZE
                   INTO REPORT-LINE-BUFFER
               PERFORM SHOW-REPORT-LINE
               MOVE SPACE TO REPORT-LINE-BUFFER
               STRING "            " DELIMITED BY SIZE
                   SHIPTO-CITY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SHIPTO-POSTCODE DELIMITED BY SIZE
                   INTO REPORT-LINE-BUFFER
               PERFORM SHOW-REPORT-LINE
       END-READ.

      *Notes tagged for the invoice - a PO reference the customer
      *wants quoted, a billing contact - print above the lines.
       PRINT-INVOICE-NOTES.
       MOVE ORDER-CUSTOMER-ID TO NOTES-CUSTOMER-ID.
       MOVE ORDER-ID TO NOTES-ORDER-ID.
       MOVE "I" TO NOTES-AUDIENCE.
       MOVE "N" TO NOTES-SHIP-COMPLETE.
       CALL "get-order-notes" USING NOTES-CUSTOMER-ID NOTES-ORDER-ID
           NOTES-AUDIENCE NOTES-SHIP-COMPLETE NOTES-COUNT NOTES-TABLE.
       MOVE 1 TO NOTES-IDX.
       PERFORM PRINT-NEXT-INVOICE-NOTE UNTIL NOTES-IDX > NOTES-COUNT.

       PRINT-NEXT-INVOICE-NOTE.
       MOVE NOTES-LINE (NOTES-IDX) TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       ADD 1 TO NOTES-IDX.

      *The invoice raises the customer's open balance; the credit
      *check at order entry reads this figure.
       ADD-TO-CUSTOMER-BALANCE.
               INVALID KEY
                   DISPLAY "Error updating customer balance."
           END-REWRITE
           PERFORM LOG-BALANCE-EVENT
       ELSE
           DISPLAY "Customer not on file for balance update."
       END-IF.

      *The balance each invoice leaves goes into the customer's
      *credit history; the credit review takes the year's high
      *balance from it.
       LOG-BALANCE-EVENT.
       MOVE "B" TO CREDIT-EVENT-TYPE-FIELD.
       MOVE 0 TO CREDIT-EVENT-LEVEL-FIELD.
       MOVE CUSTOMER-OPEN-BALANCE TO CREDIT-EVENT-AMOUNT-FIELD.
       MOVE SPACE TO CREDIT-EVENT-REF-FIELD.
       STRING "INVOICE " DELIMITED BY SIZE
           INVOICE-ID DELIMITED BY SIZE
           INTO CREDIT-EVENT-REF-FIELD.
       CALL "log-credit-event" USING CUSTOMER-ID
           CREDIT-EVENT-TYPE-FIELD CREDIT-EVENT-LEVEL-FIELD
           CREDIT-EVENT-AMOUNT-FIELD CREDIT-EVENT-REF-FIELD.

      *Shipped lines bill at the quantity that actually went out,
      *extended by the line price the order was taken at. An order
      *whose status was flipped by hand, with no pick confirmation
      *behind it, bills its open lines at the ordered quantity.
      *Lines print in the customer's own language where a
      *description has been written for it, else under our name.
       SET-DOCUMENT-LANGUAGE.
       MOVE SPACE TO DOCUMENT-LANGUAGE.
       MOVE ORDER-CUSTOMER-ID TO CUSTOMER-ID.
       READ CUSTOMERS-FILE RECORD
           NOT INVALID KEY
               MOVE CUSTOMER-LANGUAGE TO DOCUMENT-LANGUAGE
       END-READ.

       PRINT-INVOICE-LINES.
       PERFORM COUNT-SHIPPED-LINES.
       MOVE INVOICE-FOR-ORDER-ID TO LINE-ORDER-ID.

       SHOW-INVOICE-LINE.
       ADD EXTENDED-VALUE TO INVOICE-WORK-TOTAL.
       MOVE PRICE TO PRICE-EDIT.
       MOVE EXTENDED-VALUE TO AMOUNT-EDIT.
       CALL "get-product-description" USING DOCUMENT-LANGUAGE
           LINE-PRODUCT-ID LINE-PRODUCT-NAME LINE-DESCRIPTION-FIELD
           DESCRIPTION-FOUND.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "  " DELIMITED BY SIZE
           LINE-DESCRIPTION-FIELD DELIMITED BY SIZE
           " Price: " DELIMITED BY SIZE
           PRICE-EDIT DELIMITED BY SIZE
           " Value: " DELIMITED BY SIZE
           AMOUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
      *Big accounts reconcile invoices against their own stock
      *codes; theirs prints under ours when one is on file.
       CALL "get-customer-part" USING ORDER-CUSTOMER-ID
           LINE-PRODUCT-ID CUSTOMER-PART-FIELD.
       IF CUSTOMER-PART-FIELD NOT = SPACE
           MOVE SPACE TO REPORT-LINE-BUFFER
           STRING "    (customer part: " DELIMITED BY SIZE
               CUSTOMER-PART-FIELD DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
       END-IF.

       SHOW-REPORT-LINE.
       DISPLAY REPORT-LINE-BUFFER.
       MOVE "L" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

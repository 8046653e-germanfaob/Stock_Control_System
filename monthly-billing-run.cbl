       COPY "shipment-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so new records carry the company.
       COPY "session-data.cbl".
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  SCAN-EOF PIC 9.
       77  ORDER-SUBTOTAL PIC 9(9)V99.
       77  EXTENDED-VALUE PIC 9(9)V99.
       77  FREIGHT-TOTAL PIC 9(7)V99.
       77  INVOICE-FREIGHT-TOTAL PIC 9(7)V99.
       77  ORDERS-ON-INVOICE PIC 9(3).
       77  INVOICES-RAISED PIC 9(5) VALUE 0.
       77  EXEMPTION-STATE PIC X.
       01  BILL-ORDER-TABLE.
           05  BILL-ORDER-ENTRY OCCURS 50 TIMES PIC 9(6).
       77  BILL-ORDER-IDX PIC 9(3).
      * Invoices raised this run for customers who take them
      * electronically, sent once the billing files are closed.
       01  E-INVOICE-COUNT PIC 9(3) VALUE 0.
       01  E-INVOICE-TABLE.
           05  E-INVOICE-ENTRY OCCURS 200 TIMES PIC 9(6).
       77  E-INVOICE-IDX PIC 9(3).
       77  E-INVOICE-MODE PIC X VALUE "N".
       77  E-INVOICE-RESULT PIC X.
       77  AUDIT-BEFORE PIC X(40).
       77  AUDIT-AFTER PIC X(40).
       77  AUDIT-INVOICE-ID PIC X(15).
       77  CREDIT-EVENT-TYPE-FIELD PIC X(01).
       77  CREDIT-EVENT-LEVEL-FIELD PIC 9(1).
       77  CREDIT-EVENT-AMOUNT-FIELD PIC 9(9)V99.
       77  CREDIT-EVENT-REF-FIELD PIC X(20).
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "MONTHLY-BILLING-RUN".
       77  LOG-MESSAGE-FIELD PIC X(80).
       CLOSE ORDER-LINES-FILE.
       CLOSE INVOICES-FILE.
       CLOSE SHIPMENTS-FILE.
       MOVE 1 TO E-INVOICE-IDX.
       PERFORM SEND-ONE-E-INVOICE
           UNTIL E-INVOICE-IDX > E-INVOICE-COUNT.
       DISPLAY "Monthly billing run complete. Consolidated "
       "invoices raised: " INVOICES-RAISED.
       GOBACK.

       SEND-ONE-E-INVOICE.
       CALL "export-e-invoice" USING
           E-INVOICE-ENTRY (E-INVOICE-IDX)
           E-INVOICE-MODE E-INVOICE-RESULT.
       ADD 1 TO E-INVOICE-IDX.

       BILL-NEXT-CUSTOMER.
       READ CUSTOMERS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND CUSTOMER-COMPANY-CODE = SESSION-COMPANY-CODE
           IF CUSTOMER-BILLS-MONTHLY
               MOVE CUSTOMER-ID TO RUN-CUSTOMER-ID
               MOVE CUSTOMER-FULL-NAME TO RUN-CUSTOMER-NAME
           AT END MOVE 1 TO SCAN-EOF
       END-READ.
       IF SCAN-EOF = 0
           AND ORDER-COMPANY-CODE = SESSION-COMPANY-CODE
           IF ORDER-CUSTOMER-ID = RUN-CUSTOMER-ID
               IF (ORDER-STATUS = "Shipped"
                   OR ORDER-STATUS = "Delivered")
                   AND NOT ORDER-IS-INVOICED
                   AND NOT ORDER-IS-CONSIGN-FILL
                   IF BILL-ORDER-COUNT < 50
                       ADD 1 TO BILL-ORDER-COUNT
                       MOVE ORDER-ID TO
       RAISE-CONSOLIDATED-INVOICE.
       PERFORM FIND-NEXT-INVOICE-ID.
       MOVE 0 TO INVOICE-WORK-TOTAL.
       MOVE 0 TO INVOICE-FREIGHT-TOTAL.
       MOVE 0 TO ORDERS-ON-INVOICE.
       DISPLAY " ".
       DISPLAY "============ CONSOLIDATED INVOICE ===============".
       IF FREIGHT-TOTAL > 0
           DISPLAY "  Freight Value: " FREIGHT-TOTAL
           ADD FREIGHT-TOTAL TO ORDER-SUBTOTAL
           ADD FREIGHT-TOTAL TO INVOICE-FREIGHT-TOTAL
       END-IF.

       ADD-NEXT-SECTION-FREIGHT.
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           MOVE "Y" TO ORDER-INVOICED-FLAG
           MOVE NEXT-INVOICE-ID TO ORDER-INVOICE-ID
           REWRITE ORDER-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating order record."
       MOVE BILLING-DATE TO INVOICE-DATE.
       MOVE INVOICE-WORK-TOTAL TO INVOICE-TOTAL.
       MOVE INVOICE-WORK-TOTAL TO INVOICE-BALANCE.
       MOVE INVOICE-FREIGHT-TOTAL TO INVOICE-FREIGHT-AMOUNT.
       MOVE "Open" TO INVOICE-STATUS.
       MOVE SPACE TO INVOICE-CURRENCY-CODE.
       MOVE 1 TO INVOICE-EXCHANGE-RATE.
                   INVOICE-TOTAL / INVOICE-EXCHANGE-RATE
           END-IF
       END-IF.
       MOVE CUSTOMER-TERMS-CODE TO INVOICE-TERMS-CODE.
       CALL "get-due-dates" USING INVOICE-TERMS-CODE INVOICE-DATE
           INVOICE-DUE-DATE INVOICE-DISCOUNT-DATE
           INVOICE-DISCOUNT-PCT.
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
               DISPLAY "Error writing consolidated invoice."
               ADD 1 TO INVOICES-RAISED
               PERFORM ADD-TO-CUSTOMER-BALANCE
               PERFORM LOG-CONSOLIDATED-AUDIT
               PERFORM HOLD-E-INVOICE
       END-WRITE.

       HOLD-E-INVOICE.
       IF CUSTOMER-WANTS-EINVOICE AND E-INVOICE-COUNT < 200
           ADD 1 TO E-INVOICE-COUNT
           MOVE INVOICE-ID TO E-INVOICE-ENTRY (E-INVOICE-COUNT)
       END-IF.

       FIND-NEXT-INVOICE-ID.
       MOVE SESSION-NUMBER-BASE TO NEXT-INVOICE-ID.
       CLOSE INVOICES-FILE.
       OPEN I-O INVOICES-FILE.
       MOVE 0 TO SCAN-EOF.
           AT END MOVE 1 TO SCAN-EOF
       END-READ.
       IF SCAN-EOF = 0
           AND INVOICE-COMPANY-CODE = SESSION-COMPANY-CODE
           IF INVOICE-ID > NEXT-INVOICE-ID
               MOVE INVOICE-ID TO NEXT-INVOICE-ID
           END-IF
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

       LOG-CONSOLIDATED-AUDIT.
       MOVE INVOICE-ID TO AUDIT-INVOICE-ID.
       MOVE SPACE TO AUDIT-BEFORE.

       COPY "serial-physical-file.cbl".
       COPY "consignment-physical-file.cbl".
       COPY "consignment-usage-physical-file.cbl".
       COPY "till-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "consignment-logic-file.cbl".
      * Logic file with consignment consumption fields.
       COPY "consignment-usage-logic-file.cbl".
      * Logic file with till session fields.
       COPY "till-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so the sale shows who rang it up.
           05  SALE-DAY   PIC 9(2).
       77  SALE-DATE-DASHED PIC X(10).
       77  SALE-ORDER-ID PIC 9(6).
       77  SALE-TILL-ID PIC X(4).
       77  SALE-TENDER PIC X.
       77  LAST-LINE-NUMBER PIC 9(3).
       77  PRODUCT-ID-FIELD PIC X(15).
       77  RESOLVED-PRODUCT-ID PIC X(15).
       77  BREAK-FOUND PIC X.
       77  BREAK-QTY-WORK PIC 9(5).
       77  BREAK-PRICE-FIELD PIC 9(6)V99.
       77  PROMO-FOUND PIC X.
       77  PROMO-QTY-WORK PIC 9(5).
       77  PROMO-PRICE-FIELD PIC 9(6)V99.
       77  PROMO-CODE-FIELD PIC X(8).
       77  CONSUME-QTY-WORK PIC 9(5).
       77  CONSUMED-QTY-WORK PIC 9(5).
       77  LOT-QTY-LEFT PIC 9(5).
           "-" DELIMITED BY SIZE
           SALE-DAY DELIMITED BY SIZE
           INTO SALE-DATE-DASHED.
       PERFORM CHECK-TILL-IS-OPEN.
       IF RECORD-FOUND = "N"
           GOBACK
       END-IF.
       OPEN I-O ORDERS-FILE.
       OPEN I-O ORDER-LINES-FILE.
       OPEN I-O PRODUCTS-FILE.
       CLOSE CONSIGNMENT-USAGE-FILE.
       GOBACK.

      *Every sale is rung on a till the operator has opened today
      *with a float, so the cash-up at closing has something to
      *balance the drawer against.
       CHECK-TILL-IS-OPEN.
       DISPLAY "Enter the till id: ".
       ACCEPT SALE-TILL-ID.
       OPEN I-O TILL-SESSIONS-FILE.
       MOVE SALE-DATE TO TILL-SESSION-DATE.
       MOVE SALE-TILL-ID TO TILL-ID.
       MOVE SESSION-OPERATOR-ID TO TILL-OPERATOR-ID.
       MOVE "S" TO RECORD-FOUND.
       READ TILL-SESSIONS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       CLOSE TILL-SESSIONS-FILE.
       IF RECORD-FOUND = "N"
           DISPLAY "Till " SALE-TILL-ID " has not been opened by "
           SESSION-OPERATOR-ID " today - enter the opening float "
           "first."
       ELSE IF NOT TILL-IS-OPEN
           DISPLAY "Till " SALE-TILL-ID " has been cashed up for "
           "today. No counter sales can be taken on it."
           MOVE "N" TO RECORD-FOUND
       END-IF.
       IF RECORD-FOUND = "N"
           MOVE "Counter sale refused - till not open."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
       END-IF.

       ENSURE-CASH-CUSTOMER.
       MOVE CASH-CUSTOMER-ID TO CUSTOMER-ID.
       MOVE "S" TO RECORD-FOUND.
           MOVE 0 TO CUSTOMER-DUNNING-LEVEL
           MOVE "O" TO CUSTOMER-BILLING-CYCLE
           MOVE 0 TO CUSTOMER-MERGED-INTO
           MOVE "N" TO CUSTOMER-EINVOICE-FLAG
           MOVE SESSION-COMPANY-CODE TO CUSTOMER-COMPANY-CODE
           MOVE 0 TO CUSTOMER-REVIEW-DATE
           MOVE 0 TO CUSTOMER-LAST-REVIEW-DATE
           MOVE "N" TO CUSTOMER-FINCHG-EXEMPT
           MOVE "N" TO CUSTOMER-SHIP-COMPLETE
           WRITE CUSTOMER-REGISTRATION
               INVALID KEY
                   DISPLAY "Error writing cash sale customer."
       MOVE 0 TO ORDER-WAVE-ID.
       MOVE SALE-DATE TO ORDER-REQUESTED-DATE.
       MOVE "Y" TO ORDER-INVOICED-FLAG.
       MOVE 0 TO ORDER-INVOICE-ID.
       MOVE 0 TO ORDER-ACK-REVISION.
       MOVE "N" TO ORDER-CONSIGN-FILL-FLAG.
       MOVE "N" TO ORDER-SHIP-COMPLETE-FLAG.
       MOVE "N" TO HEADER-OK.
       PERFORM WRITE-SALE-HEADER UNTIL HEADER-OK = "Y".
       DISPLAY "Counter sale " SALE-ORDER-ID " started.".
       ACCEPT YES-NO.

       WRITE-SALE-HEADER.
       MOVE SESSION-COMPANY-CODE TO ORDER-COMPANY-CODE.
       WRITE ORDER-REGISTRATION
           INVALID KEY
               CALL "get-next-number" USING ORDER-DOC-TYPE
               INVALID KEY
                   DISPLAY "No product found with that id."
               NOT INVALID KEY
                   IF PRODUCT-COMPANY-CODE NOT = SESSION-COMPANY-CODE
                       DISPLAY "No product found with that id."
                   ELSE
                       PERFORM SELL-THIS-PRODUCT
                   END-IF
           END-READ
       END-IF.

           MOVE PRODUCT-PRICE TO PRICE
       END-IF.
       MOVE 0 TO LINE-DISCOUNT-PERCENT.
      *A campaign running today beats the card price over the
      *counter when it is lower, as it does at order entry.
       MOVE SALE-QTY TO PROMO-QTY-WORK.
       CALL "get-promo-price" USING PRODUCT-ID PRODUCT-BRAND
           PRODUCT-CATEGORY CASH-CUSTOMER-ID PROMO-QTY-WORK
           PRODUCT-PRICE SALE-DATE PROMO-FOUND PROMO-PRICE-FIELD
           PROMO-CODE-FIELD.
       IF PROMO-FOUND = "Y" AND PROMO-PRICE-FIELD < PRICE
           MOVE PROMO-PRICE-FIELD TO PRICE
           MOVE PROMO-CODE-FIELD TO LINE-PROMO-CODE
       END-IF.
       MOVE "Shipped" TO LINE-STATUS.
       MOVE "N" TO LINE-BACKORDER-FLAG.
       MOVE SPACE TO LINE-DROP-SHIP-FLAG.
       MOVE 0 TO LINE-DROP-SHIP-PO-ID.
       MOVE SPACE TO LINE-EXEMPT-CERT.
           UNTIL MOVEMENT-WRITE-OK = "Y".

       WRITE-COUNTER-MOVEMENT.
       MOVE SESSION-COMPANY-CODE TO MOVEMENT-COMPANY-CODE.
       WRITE MOVEMENT-REGISTRATION
           INVALID KEY
               CALL "get-next-number" USING MOVEMENT-DOC-TYPE
       MOVE SPACE TO INVOICE-CURRENCY-CODE.
       MOVE 1 TO INVOICE-EXCHANGE-RATE.
       MOVE SALE-TOTAL TO INVOICE-DOC-TOTAL.
       MOVE SALE-DATE TO INVOICE-DUE-DATE.
       MOVE 0 TO INVOICE-DISCOUNT-DATE.
       MOVE 0 TO INVOICE-DISCOUNT-PCT.
       MOVE 0 TO INVOICE-FREIGHT-AMOUNT.
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
               DISPLAY "Error writing cash sale invoice.".
       PERFORM ASK-TENDER.
       PERFORM WRITE-COUNTER-PAYMENT.
       PERFORM PRINT-RECEIPT.

       ASK-TENDER.
       DISPLAY "Total due: " SALE-TOTAL.
       DISPLAY "Paid by (C)ash or card (K): ".
       ACCEPT SALE-TENDER.
       IF SALE-TENDER = "c"
           MOVE "C" TO SALE-TENDER.
       IF SALE-TENDER = "k"
           MOVE "K" TO SALE-TENDER.
       IF SALE-TENDER NOT = "C" AND SALE-TENDER NOT = "K"
           DISPLAY "Enter C or K."
           PERFORM ASK-TENDER
       END-IF.

      *The payment carries the operator, the till and the tender,
      *which is what the till cash-up adds up at closing.
       WRITE-COUNTER-PAYMENT.
       MOVE SPACE TO PAYMENT-REGISTRATION.
       CALL "get-next-number" USING PAYMENT-DOC-TYPE PAYMENT-ID.
       MOVE CASH-CUSTOMER-ID TO PAYMENT-CUSTOMER-ID.
       MOVE SALE-DATE TO PAYMENT-DATE.
       MOVE SALE-TOTAL TO PAYMENT-AMOUNT.
       MOVE SALE-TOTAL TO PAYMENT-APPLIED-AMOUNT.
       MOVE 0 TO PAYMENT-ORDER-ID.
       MOVE SPACE TO PAYMENT-DEPOSIT-FLAG.
       MOVE SPACE TO PAYMENT-DEPOSIT-USED.
       MOVE 0 TO PAYMENT-DISCOUNT-AMOUNT.
       MOVE SPACE TO PAYMENT-SOURCE.
       MOVE 0 TO PAYMENT-CLEARED-DATE.
       MOVE SESSION-OPERATOR-ID TO PAYMENT-OPERATOR-ID.
       MOVE SALE-TILL-ID TO PAYMENT-TILL-ID.
       MOVE SALE-TENDER TO PAYMENT-TENDER.
       MOVE "N" TO PAYMENT-WRITE-OK.
       PERFORM WRITE-COUNTER-PAYMENT-ONCE
           UNTIL PAYMENT-WRITE-OK = "Y".
       END-WRITE.

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
       DISPLAY "          STOCK CONTROL SUPPLIES CO.".
       DISPLAY "Sale: " SALE-ORDER-ID
       " Date: " SALE-DATE
       " Served by: " SESSION-OPERATOR-ID
       " Till: " SALE-TILL-ID.
       DISPLAY "-------------------------------------------------".
       DISPLAY "Goods: " GOODS-TOTAL.
       DISPLAY "Tax:   " TAX-TOTAL.
       DISPLAY "TOTAL: " SALE-TOTAL.
       IF SALE-TENDER = "K"
           DISPLAY "Paid in full by card - thank you."
       ELSE
           DISPLAY "Paid in full in cash - thank you."
       END-IF.
       DISPLAY "=================================================".

       LOG-COUNTER-AUDIT.

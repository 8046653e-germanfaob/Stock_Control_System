       IDENTIFICATION DIVISION.
       PROGRAM-ID. export-e-invoice.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Each customer's payables system reads its own invoice file,
      * named at run time the same way the ship notices are, so no
      * customer's feed ever carries another customer's invoices.
       FILE-CONTROL.
       COPY "invoice-physical-file.cbl".
       COPY "customer-physical-file.cbl".
       COPY "order-physical-file.cbl".
       COPY "order-lines-physical-file.cbl".
       SELECT OPTIONAL E-INVOICE-FILE
           ASSIGN TO EINVOICE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Logic file with invoice fields.
       COPY "invoice-logic-file.cbl".
      * Logic file with customer fields.
       COPY "customer-logic-file.cbl".
      * Logic file with order header fields.
       COPY "order-logic-file.cbl".
      * Logic file with order line fields.
       COPY "order-lines-logic-file.cbl".

       FD  E-INVOICE-FILE.
       01  E-INVOICE-LINE PIC X(200).

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       77  EINVOICE-FILE-NAME PIC X(30).
       77  RECORD-FOUND PIC X.
       77  SCAN-EOF PIC 9.
       77  LINES-END-OF-FILE PIC 9.
       77  EXPORT-ORDER-ID PIC 9(6).
       77  SHIPPED-LINE-COUNT PIC 9(3).
       77  BILLED-QTY PIC 9(3).
       77  HOME-AMOUNT PIC 9(9)V99.
       77  DOC-AMOUNT PIC 9(9)V99.
       77  GOODS-TOTAL PIC 9(9)V99.
       77  DETAIL-COUNT PIC 9(5).
       77  RECORD-COUNT PIC 9(5).
       77  PURPOSE-CODE PIC X.
       77  SENT-DATE PIC 9(8).
       77  CUSTOMER-PART-FIELD PIC X(20).
       77  PRICE-OUT PIC 9(6).99.
       77  AMOUNT-OUT PIC 9(9).99.
       77  TAX-OUT PIC 9(9).99.
      * Tax collected on the invoice, one row per tax code.
       01  TAX-SUM-COUNT PIC 9(2) VALUE 0.
       01  TAX-SUM-TABLE.
           05  TAX-SUM-ENTRY OCCURS 20 TIMES.
               10  TAX-SUM-CODE   PIC X(3).
               10  TAX-SUM-AMOUNT PIC 9(9)V99.
       77  TAX-SUM-IDX PIC 9(2).
       77  TAX-SUM-FOUND PIC 9(2).
       77  AUDIT-BEFORE PIC X(40).
       77  AUDIT-AFTER PIC X(40).
       77  AUDIT-INVOICE-ID PIC X(15).
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "EXPORT-E-INVOICE".

       LINKAGE SECTION.
      * The invoice to send and how: "N" sends a new invoice once
      * only, "R" sends it again on the customer's request. The
      * result says what happened: "S" sent, "A" already sent,
      * "C" customer does not take electronic invoices, "M" no such
      * invoice, "T" not sent from a training session.
       01  EXPORT-INVOICE-ID PIC 9(6).
       01  EXPORT-MODE PIC X.
       01  EXPORT-RESULT PIC X.

       PROCEDURE DIVISION USING EXPORT-INVOICE-ID EXPORT-MODE
           EXPORT-RESULT.
       PROGRAM-BEGIN.
       OPEN I-O INVOICES-FILE.
       OPEN I-O CUSTOMERS-FILE.
       OPEN I-O ORDERS-FILE.
       OPEN I-O ORDER-LINES-FILE.
       PERFORM CHECK-INVOICE-TO-SEND.
       IF EXPORT-RESULT = "S" AND SESSION-IN-TRAINING
           DISPLAY "TRAINING - electronic invoice " EXPORT-INVOICE-ID
           " not sent."
           MOVE "T" TO EXPORT-RESULT
       END-IF.
       IF EXPORT-RESULT = "S"
           PERFORM WRITE-E-INVOICE
       END-IF.
       CLOSE INVOICES-FILE.
       CLOSE CUSTOMERS-FILE.
       CLOSE ORDERS-FILE.
       CLOSE ORDER-LINES-FILE.
       GOBACK.

      *The transmitted flag guarantees a customer's payables never
      *load the same invoice twice; only an explicit resend goes
      *past it, and the resend is marked as such in the header.
       CHECK-INVOICE-TO-SEND.
       MOVE "S" TO EXPORT-RESULT.
       MOVE EXPORT-INVOICE-ID TO INVOICE-ID.
       MOVE "S" TO RECORD-FOUND.
       READ INVOICES-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           MOVE "M" TO EXPORT-RESULT
       ELSE
           MOVE INVOICE-CUSTOMER-ID TO CUSTOMER-ID
           READ CUSTOMERS-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND
           END-READ
           IF RECORD-FOUND = "N" OR NOT CUSTOMER-WANTS-EINVOICE
               MOVE "C" TO EXPORT-RESULT
           ELSE
               IF INVOICE-EDI-SENT AND EXPORT-MODE NOT = "R"
                   MOVE "A" TO EXPORT-RESULT
               END-IF
           END-IF
       END-IF.

       WRITE-E-INVOICE.
       IF EXPORT-MODE = "R"
           MOVE "R" TO PURPOSE-CODE
       ELSE
           MOVE "O" TO PURPOSE-CODE
       END-IF.
       ACCEPT SENT-DATE FROM DATE YYYYMMDD.
       PERFORM BUILD-EINVOICE-FILE-NAME.
       MOVE 0 TO TAX-SUM-COUNT.
       MOVE 0 TO GOODS-TOTAL.
       MOVE 0 TO DETAIL-COUNT.
       MOVE 0 TO RECORD-COUNT.
       OPEN EXTEND E-INVOICE-FILE.
       PERFORM WRITE-INVOICE-HEADER.
       IF INVOICE-ORDER-ID > 0
           MOVE INVOICE-ORDER-ID TO EXPORT-ORDER-ID
           PERFORM WRITE-ORDER-DETAILS
       ELSE
           PERFORM WRITE-CONSOLIDATED-DETAILS
       END-IF.
       PERFORM WRITE-INVOICE-SUMMARY.
       PERFORM WRITE-INVOICE-TRAILER.
       CLOSE E-INVOICE-FILE.
       PERFORM MARK-INVOICE-SENT.
       DISPLAY "Electronic invoice " INVOICE-ID " written to "
           EINVOICE-FILE-NAME.

       BUILD-EINVOICE-FILE-NAME.
       MOVE SPACE TO EINVOICE-FILE-NAME.
       STRING "EINVOICE-" DELIMITED BY SIZE
           INVOICE-CUSTOMER-ID DELIMITED BY SIZE
           ".CSV" DELIMITED BY SIZE
           INTO EINVOICE-FILE-NAME.

       WRITE-INVOICE-HEADER.
       MOVE SPACE TO E-INVOICE-LINE.
       STRING "H," DELIMITED BY SIZE
           INVOICE-ID DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           INVOICE-DATE DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           INVOICE-CUSTOMER-ID DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           INVOICE-ORDER-ID DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           INVOICE-CURRENCY-CODE DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           INVOICE-TERMS-CODE DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           INVOICE-DUE-DATE DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           PURPOSE-CODE DELIMITED BY SIZE
           INTO E-INVOICE-LINE.
       PERFORM WRITE-E-INVOICE-LINE.

      *A consolidated invoice carries order id zero; its orders are
      *the customer's orders that were billed on it.
       WRITE-CONSOLIDATED-DETAILS.
       MOVE INVOICE-CUSTOMER-ID TO ORDER-CUSTOMER-ID.
       MOVE 0 TO SCAN-EOF.
       START ORDERS-FILE KEY IS >= ORDER-CUSTOMER-ID
           INVALID KEY MOVE 1 TO SCAN-EOF.
       PERFORM CHECK-NEXT-BILLED-ORDER UNTIL SCAN-EOF = 1.

       CHECK-NEXT-BILLED-ORDER.
       READ ORDERS-FILE NEXT RECORD
           AT END MOVE 1 TO SCAN-EOF
       END-READ.
       IF SCAN-EOF = 0
           AND ORDER-COMPANY-CODE = SESSION-COMPANY-CODE
           IF ORDER-CUSTOMER-ID = INVOICE-CUSTOMER-ID
               IF ORDER-IS-INVOICED
                   AND ORDER-INVOICE-ID = INVOICE-ID
                   MOVE ORDER-ID TO EXPORT-ORDER-ID
                   PERFORM WRITE-ORDER-DETAILS
               END-IF
           ELSE
               MOVE 1 TO SCAN-EOF
           END-IF
       END-IF.

      *The lines billed are the lines the invoice run billed:
      *shipped lines at the quantity that went out or, on an order
      *with no pick confirmation behind it, open lines at the
      *quantity ordered.
       WRITE-ORDER-DETAILS.
       PERFORM COUNT-SHIPPED-LINES.
       MOVE EXPORT-ORDER-ID TO LINE-ORDER-ID.
       MOVE 0 TO LINE-NUMBER.
       MOVE 0 TO LINES-END-OF-FILE.
       START ORDER-LINES-FILE KEY IS >= ORDER-LINE-KEY
           INVALID KEY MOVE 1 TO LINES-END-OF-FILE.
       PERFORM WRITE-NEXT-DETAIL UNTIL LINES-END-OF-FILE = 1.

       COUNT-SHIPPED-LINES.
       MOVE 0 TO SHIPPED-LINE-COUNT.
       MOVE EXPORT-ORDER-ID TO LINE-ORDER-ID.
       MOVE 0 TO LINE-NUMBER.
       MOVE 0 TO LINES-END-OF-FILE.
       START ORDER-LINES-FILE KEY IS >= ORDER-LINE-KEY
           INVALID KEY MOVE 1 TO LINES-END-OF-FILE.
       PERFORM COUNT-NEXT-SHIPPED-LINE
           UNTIL LINES-END-OF-FILE = 1.

       COUNT-NEXT-SHIPPED-LINE.
       READ ORDER-LINES-FILE NEXT RECORD
           AT END MOVE 1 TO LINES-END-OF-FILE
       END-READ.
       IF LINES-END-OF-FILE = 0
           IF LINE-ORDER-ID = EXPORT-ORDER-ID
               IF LINE-STATUS = "Shipped"
                   ADD 1 TO SHIPPED-LINE-COUNT
               END-IF
           ELSE
               MOVE 1 TO LINES-END-OF-FILE
           END-IF
       END-IF.

       WRITE-NEXT-DETAIL.
       READ ORDER-LINES-FILE NEXT RECORD
           AT END MOVE 1 TO LINES-END-OF-FILE
       END-READ.
       IF LINES-END-OF-FILE = 0
           IF LINE-ORDER-ID = EXPORT-ORDER-ID
               MOVE 0 TO BILLED-QTY
               IF SHIPPED-LINE-COUNT > 0
                   IF LINE-STATUS = "Shipped"
                       MOVE LINE-PICKED-QTY TO BILLED-QTY
                   END-IF
               ELSE
                   IF LINE-STATUS = "Open" OR LINE-STATUS = SPACE
                       MOVE QUANTITY TO BILLED-QTY
                   END-IF
               END-IF
               IF BILLED-QTY > 0
                   PERFORM WRITE-DETAIL-LINE
               END-IF
           ELSE
               MOVE 1 TO LINES-END-OF-FILE
           END-IF
       END-IF.

      *Amounts go out in the invoice's document currency, so the
      *customer's payables can load the lines without converting.
      *Their own stock code rides beside ours.
       WRITE-DETAIL-LINE.
       CALL "get-customer-part" USING INVOICE-CUSTOMER-ID
           LINE-PRODUCT-ID CUSTOMER-PART-FIELD.
       MOVE PRICE TO HOME-AMOUNT.
       PERFORM CONVERT-TO-DOCUMENT.
       MOVE DOC-AMOUNT TO PRICE-OUT.
       COMPUTE HOME-AMOUNT = BILLED-QTY * PRICE.
       PERFORM CONVERT-TO-DOCUMENT.
       MOVE DOC-AMOUNT TO AMOUNT-OUT.
       ADD DOC-AMOUNT TO GOODS-TOTAL.
       MOVE LINE-TAX-AMOUNT TO HOME-AMOUNT.
       PERFORM CONVERT-TO-DOCUMENT.
       MOVE DOC-AMOUNT TO TAX-OUT.
       PERFORM ADD-TAX-ROW.
       MOVE SPACE TO E-INVOICE-LINE.
       STRING "D," DELIMITED BY SIZE
           INVOICE-ID DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           LINE-ORDER-ID DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           LINE-NUMBER DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           LINE-PRODUCT-ID DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           CUSTOMER-PART-FIELD DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           BILLED-QTY DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           PRICE-OUT DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           AMOUNT-OUT DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           LINE-TAX-CODE DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           TAX-OUT DELIMITED BY SIZE
           INTO E-INVOICE-LINE.
       PERFORM WRITE-E-INVOICE-LINE.
       ADD 1 TO DETAIL-COUNT.

       ADD-TAX-ROW.
       MOVE 0 TO TAX-SUM-FOUND.
       MOVE 1 TO TAX-SUM-IDX.
       PERFORM FIND-TAX-ROW
           UNTIL TAX-SUM-IDX > TAX-SUM-COUNT OR TAX-SUM-FOUND > 0.
       IF TAX-SUM-FOUND = 0 AND TAX-SUM-COUNT < 20
           ADD 1 TO TAX-SUM-COUNT
           MOVE TAX-SUM-COUNT TO TAX-SUM-FOUND
           MOVE LINE-TAX-CODE TO TAX-SUM-CODE (TAX-SUM-FOUND)
           MOVE 0 TO TAX-SUM-AMOUNT (TAX-SUM-FOUND)
       END-IF.
       IF TAX-SUM-FOUND > 0
           ADD DOC-AMOUNT TO TAX-SUM-AMOUNT (TAX-SUM-FOUND)
       END-IF.

       FIND-TAX-ROW.
       IF TAX-SUM-CODE (TAX-SUM-IDX) = LINE-TAX-CODE
           MOVE TAX-SUM-IDX TO TAX-SUM-FOUND
       END-IF.
       ADD 1 TO TAX-SUM-IDX.

      *The summary: tax by code, freight, deposits already netted
      *off, and the total the customer owes in their own currency.
       WRITE-INVOICE-SUMMARY.
       MOVE 1 TO TAX-SUM-IDX.
       PERFORM WRITE-TAX-SUMMARY-LINE
           UNTIL TAX-SUM-IDX > TAX-SUM-COUNT.
       MOVE GOODS-TOTAL TO AMOUNT-OUT.
       MOVE SPACE TO E-INVOICE-LINE.
       STRING "S," DELIMITED BY SIZE
           INVOICE-ID DELIMITED BY SIZE
           ",GOODS,," DELIMITED BY SIZE
           AMOUNT-OUT DELIMITED BY SIZE
           INTO E-INVOICE-LINE.
       PERFORM WRITE-E-INVOICE-LINE.
       MOVE INVOICE-FREIGHT-AMOUNT TO HOME-AMOUNT.
       PERFORM CONVERT-TO-DOCUMENT.
       MOVE DOC-AMOUNT TO AMOUNT-OUT.
       MOVE SPACE TO E-INVOICE-LINE.
       STRING "S," DELIMITED BY SIZE
           INVOICE-ID DELIMITED BY SIZE
           ",FREIGHT,," DELIMITED BY SIZE
           AMOUNT-OUT DELIMITED BY SIZE
           INTO E-INVOICE-LINE.
       PERFORM WRITE-E-INVOICE-LINE.
       MOVE INVOICE-DEPOSIT-APPLIED TO HOME-AMOUNT.
       PERFORM CONVERT-TO-DOCUMENT.
       MOVE DOC-AMOUNT TO AMOUNT-OUT.
       MOVE SPACE TO E-INVOICE-LINE.
       STRING "S," DELIMITED BY SIZE
           INVOICE-ID DELIMITED BY SIZE
           ",DEPOSIT,," DELIMITED BY SIZE
           AMOUNT-OUT DELIMITED BY SIZE
           INTO E-INVOICE-LINE.
       PERFORM WRITE-E-INVOICE-LINE.
       MOVE INVOICE-DOC-TOTAL TO AMOUNT-OUT.
       MOVE SPACE TO E-INVOICE-LINE.
       STRING "S," DELIMITED BY SIZE
           INVOICE-ID DELIMITED BY SIZE
           ",TOTAL," DELIMITED BY SIZE
           INVOICE-CURRENCY-CODE DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           AMOUNT-OUT DELIMITED BY SIZE
           INTO E-INVOICE-LINE.
       PERFORM WRITE-E-INVOICE-LINE.

       WRITE-TAX-SUMMARY-LINE.
       MOVE TAX-SUM-AMOUNT (TAX-SUM-IDX) TO AMOUNT-OUT.
       MOVE SPACE TO E-INVOICE-LINE.
       STRING "S," DELIMITED BY SIZE
           INVOICE-ID DELIMITED BY SIZE
           ",TAX," DELIMITED BY SIZE
           TAX-SUM-CODE (TAX-SUM-IDX) DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           AMOUNT-OUT DELIMITED BY SIZE
           INTO E-INVOICE-LINE.
       PERFORM WRITE-E-INVOICE-LINE.
       ADD 1 TO TAX-SUM-IDX.

       WRITE-INVOICE-TRAILER.
       ADD 1 TO RECORD-COUNT.
       MOVE SPACE TO E-INVOICE-LINE.
       STRING "T," DELIMITED BY SIZE
           INVOICE-ID DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           DETAIL-COUNT DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           RECORD-COUNT DELIMITED BY SIZE
           INTO E-INVOICE-LINE.
       WRITE E-INVOICE-LINE.

       WRITE-E-INVOICE-LINE.
       WRITE E-INVOICE-LINE.
       ADD 1 TO RECORD-COUNT.

      *Same rate the document total was struck at on the invoice.
       CONVERT-TO-DOCUMENT.
       MOVE HOME-AMOUNT TO DOC-AMOUNT.
       IF INVOICE-CURRENCY-CODE NOT = SPACE
           AND INVOICE-EXCHANGE-RATE > 0
           COMPUTE DOC-AMOUNT ROUNDED =
               HOME-AMOUNT / INVOICE-EXCHANGE-RATE
       END-IF.

       MARK-INVOICE-SENT.
       MOVE INVOICE-ID TO AUDIT-INVOICE-ID.
       MOVE SPACE TO AUDIT-BEFORE.
       MOVE SPACE TO AUDIT-AFTER.
       STRING "EDI SENT=" DELIMITED BY SIZE
           INVOICE-EDI-SENT-FLAG DELIMITED BY SIZE
           " DATE=" DELIMITED BY SIZE
           INVOICE-EDI-SENT-DATE DELIMITED BY SIZE
           INTO AUDIT-BEFORE.
       MOVE "Y" TO INVOICE-EDI-SENT-FLAG.
       MOVE SENT-DATE TO INVOICE-EDI-SENT-DATE.
       REWRITE INVOICE-REGISTRATION
           INVALID KEY
               DISPLAY "Error updating invoice record.".
       STRING "EDI SENT=Y DATE=" DELIMITED BY SIZE
           SENT-DATE DELIMITED BY SIZE
           " PURPOSE=" DELIMITED BY SIZE
           PURPOSE-CODE DELIMITED BY SIZE
           INTO AUDIT-AFTER.
       CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD
           AUDIT-INVOICE-ID AUDIT-BEFORE AUDIT-AFTER.

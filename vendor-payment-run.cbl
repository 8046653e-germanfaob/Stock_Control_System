       COPY "vendor-payment-physical-file.cbl".
       COPY "vendor-physical-file.cbl".
       COPY "rtv-physical-file.cbl".
       COPY "check-print-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "vendor-logic-file.cbl".
      * Logic file with return-to-vendor fields.
       COPY "rtv-logic-file.cbl".
      * Logic file with the check printer lines.
       COPY "check-print-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's invoices
      * are paid.
       COPY "session-data.cbl".
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  RUN-DATE PIC 9(8).
       77  CUTOFF-DUE-DATE PIC 9(8).
      * Approved invoices due by the cutoff, or whose early-payment
      * discount would lapse before then, gathered in one pass and
      * then settled vendor by vendor.
       01  DUE-COUNT PIC 9(3) VALUE 0.
       01  DUE-TABLE.
           05  DUE-ENTRY OCCURS 200 TIMES.
               10  DUE-VENDOR-ID  PIC 9(5).
               10  DUE-REF        PIC X(20).
               10  DUE-AMOUNT     PIC 9(9)V99.
               10  DUE-DISCOUNT   PIC 9(9)V99.
               10  DUE-PAID-FLAG  PIC X.
               10  DUE-BOOKED     PIC 9(9)V99.
               10  DUE-RATE       PIC 9(5)V9(6).
       77  DUE-IDX PIC 9(3).
       77  PAY-IDX PIC 9(3).
       77  RUN-VENDOR-ID PIC 9(5).
       77  INVOICES-PAID PIC 9(5) VALUE 0.
       77  GROSS-TOTAL PIC 9(9)V99.
       77  CREDIT-TOTAL PIC 9(9)V99.
       77  DISCOUNT-TOTAL PIC 9(9)V99.
       77  PAYABLE-TOTAL PIC 9(9)V99.
       77  DISCOUNT-OPEN PIC X.
       77  RUN-DISCOUNT-TOTAL PIC 9(11)V99 VALUE 0.
       77  NET-TOTAL PIC 9(9)V99.
       77  RUN-NET-TOTAL PIC 9(11)V99 VALUE 0.
       77  AMOUNT-EDIT PIC Z(8)9.99.
       77  SPOOL-REPORT-NAME PIC X(12) VALUE "VENDREMIT".
       77  VENDOR-PAYMENT-DOC-TYPE PIC X(10)
           VALUE "VENDPAY".
      * Check numbers come from the same number control as every
      * other document, so the stock of numbers is never reused.
       77  CHECK-DOC-TYPE PIC X(10) VALUE "CHECKNO".
       77  RUN-CHECK-NO PIC 9(6).
      * The debit memos netted off against this vendor, so they can
      * take the check number once one is drawn.
       77  SETTLED-RTV-COUNT PIC 9(3).
       01  SETTLED-RTV-TABLE.
           05  SETTLED-RTV-KEY PIC X(8) OCCURS 200 TIMES.
       77  STAMP-IDX PIC 9(3).
       77  CHECK-AMOUNT-EDIT PIC *(3),*(3),**9.99.
       77  AMOUNT-WORDS PIC X(132).
       77  CHECKS-PRINTED PIC 9(5) VALUE 0.
       77  POSITIVE-PAY-COUNT PIC 9(5) VALUE 0.
      * A foreign-currency invoice costs what its document total is
      * worth at home on the day the check goes out.
       77  PAY-RATE PIC 9(5)V9(6).
       COPY "fx-post-fields.cbl".
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "VENDOR-PAYMENT-RUN".
       77  LOG-MESSAGE-FIELD PIC X(80).
       OPEN I-O VENDOR-PAYMENTS-FILE.
       OPEN I-O VENDORS-FILE.
       OPEN I-O RTV-FILE.
       OPEN OUTPUT CHECK-PRINT-FILE.
       PERFORM GATHER-DUE-INVOICES.
       IF DUE-COUNT = 0
           DISPLAY "No approved invoices are due by that date."
       CLOSE VENDOR-PAYMENTS-FILE.
       CLOSE VENDORS-FILE.
       CLOSE RTV-FILE.
       CLOSE CHECK-PRINT-FILE.
       CALL "write-positive-pay" USING POSITIVE-PAY-COUNT.
       DISPLAY "Payment run complete. Vendors settled: "
           VENDORS-SETTLED " Invoices paid: " INVOICES-PAID.
       DISPLAY "Net amount paid this run: " RUN-NET-TOTAL.
       DISPLAY "Discounts taken this run: " RUN-DISCOUNT-TOTAL.
       DISPLAY "Checks printed: " CHECKS-PRINTED
           " Positive-pay items sent: " POSITIVE-PAY-COUNT.
       GOBACK.

       GATHER-DUE-INVOICES.
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           PERFORM CHECK-DISCOUNT-OPEN
           PERFORM READ-INVOICE-VENDOR
           IF VENDOR-INVOICE-IS-APPROVED
               AND VENDOR-COMPANY-CODE = SESSION-COMPANY-CODE
               AND (VENDOR-INVOICE-DUE-DATE <= CUTOFF-DUE-DATE
               OR (DISCOUNT-OPEN = "Y"
               AND VENDOR-INVOICE-DISC-DATE <= CUTOFF-DUE-DATE))
               IF DUE-COUNT < 200
                   ADD 1 TO DUE-COUNT
                   MOVE VENDOR-INVOICE-ID
                   MOVE VENDOR-INVOICE-REF TO DUE-REF (DUE-COUNT)
                   MOVE VENDOR-INVOICE-TOTAL
                       TO DUE-AMOUNT (DUE-COUNT)
                   MOVE VENDOR-INVOICE-TOTAL
                       TO DUE-BOOKED (DUE-COUNT)
                   MOVE VENDOR-INVOICE-EXCH-RATE
                       TO DUE-RATE (DUE-COUNT)
                   IF VENDOR-INVOICE-CURRENCY NOT = SPACE
                       PERFORM PRICE-AT-TODAYS-RATE
                   END-IF
                   MOVE " " TO DUE-PAID-FLAG (DUE-COUNT)
                   MOVE 0 TO DUE-DISCOUNT (DUE-COUNT)
                   IF DISCOUNT-OPEN = "Y"
                       COMPUTE DUE-DISCOUNT (DUE-COUNT) ROUNDED =
                           DUE-AMOUNT (DUE-COUNT)
                           * VENDOR-INVOICE-DISC-PCT / 100
                   END-IF
               ELSE
                   DISPLAY "More than 200 invoices due - run again "
                   "for the remainder."
           END-IF
       END-IF.

      *The vendor is owed the document total in its own currency, so
      *the check is for what that costs at today's rate rather than
      *the home total fixed on the invoice date.
       PRICE-AT-TODAYS-RATE.
       CALL "get-exchange-rate" USING VENDOR-INVOICE-CURRENCY
           RUN-DATE PAY-RATE.
       MOVE PAY-RATE TO DUE-RATE (DUE-COUNT).
       COMPUTE DUE-AMOUNT (DUE-COUNT) ROUNDED =
           VENDOR-INVOICE-DOC-TOTAL * PAY-RATE.

      *The vendor says which company owes the invoice.
       READ-INVOICE-VENDOR.
       MOVE VENDOR-INVOICE-VENDOR-ID TO VENDOR-ID.
       READ VENDORS-FILE RECORD
           INVALID KEY
               MOVE SPACE TO VENDOR-COMPANY-CODE.

      *A discount is only worth taking while its window is still
      *open on the day the checks go out; an invoice whose window
      *closes before the cutoff is pulled forward into this run so
      *the discount is not lost waiting for the due date.
       CHECK-DISCOUNT-OPEN.
       MOVE "N" TO DISCOUNT-OPEN.
       IF VENDOR-INVOICE-DISC-PCT > 0
           AND VENDOR-INVOICE-DISC-DATE >= RUN-DATE
           MOVE "Y" TO DISCOUNT-OPEN
       END-IF.

       SETTLE-EACH-VENDOR.
       MOVE 1 TO DUE-IDX.
       PERFORM PICK-NEXT-VENDOR
       SETTLE-ONE-VENDOR.
       MOVE 0 TO GROSS-TOTAL.
       MOVE 0 TO CREDIT-TOTAL.
       MOVE 0 TO DISCOUNT-TOTAL.
       MOVE 0 TO RUN-CHECK-NO.
       MOVE 0 TO SETTLED-RTV-COUNT.
       MOVE RUN-VENDOR-ID TO VENDOR-ID.
       READ VENDORS-FILE RECORD
           INVALID KEY
       PERFORM SHOW-REPORT-LINE.
       PERFORM PAY-VENDOR-INVOICES.
       PERFORM NET-OFF-DEBIT-MEMOS.
       COMPUTE NET-TOTAL = GROSS-TOTAL - DISCOUNT-TOTAL
           - CREDIT-TOTAL.
       ADD NET-TOTAL TO RUN-NET-TOTAL.
       ADD DISCOUNT-TOTAL TO RUN-DISCOUNT-TOTAL.
       MOVE "-----------------------------------------------"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
           AMOUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE DISCOUNT-TOTAL TO AMOUNT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Discounts:     " DELIMITED BY SIZE
           AMOUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE CREDIT-TOTAL TO AMOUNT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Credits taken: " DELIMITED BY SIZE
       MOVE "===============================================" TO
           REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       IF NET-TOTAL > 0
           CALL "get-next-number" USING CHECK-DOC-TYPE RUN-CHECK-NO
           PERFORM STAMP-CHECK-NUMBER
           MOVE SPACE TO REPORT-LINE-BUFFER
           STRING "Check number:  " DELIMITED BY SIZE
               RUN-CHECK-NO DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
           PERFORM PRINT-CHECK-FACE
       ELSE
           MOVE "No check issued - settled in full by credits."
               TO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
       END-IF.
       MOVE "C" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           MOVE "Paid" TO VENDOR-INVOICE-STATUS
           MOVE RUN-CHECK-NO TO VENDOR-INVOICE-CHECK-NO
           REWRITE VENDOR-INVOICE-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating vendor invoice."
           END-REWRITE
           MOVE "X" TO DUE-PAID-FLAG (PAY-IDX)
           PERFORM BOOK-REALISED-EXCHANGE
           ADD DUE-AMOUNT (PAY-IDX) TO GROSS-TOTAL
           ADD 1 TO INVOICES-PAID
           MOVE DUE-AMOUNT (PAY-IDX) TO AMOUNT-EDIT
               AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
           IF DUE-DISCOUNT (PAY-IDX) > 0
               ADD DUE-DISCOUNT (PAY-IDX) TO DISCOUNT-TOTAL
               MOVE DUE-DISCOUNT (PAY-IDX) TO AMOUNT-EDIT
               MOVE SPACE TO REPORT-LINE-BUFFER
               STRING "  Less early-payment discount " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE-BUFFER
               PERFORM SHOW-REPORT-LINE
           END-IF
       END-IF.

      *The difference between the home total booked on the invoice
      *date and what it cost to pay today is a realised exchange
      *gain or loss, booked with the payment.
       BOOK-REALISED-EXCHANGE.
       IF VENDOR-INVOICE-CURRENCY NOT = SPACE
           AND DUE-AMOUNT (PAY-IDX) NOT = DUE-BOOKED (PAY-IDX)
           MOVE RUN-DATE TO FX-POST-DATE
           MOVE "R" TO FX-POST-KIND
           MOVE "AP" TO FX-POST-SIDE
           MOVE VENDOR-INVOICE-ID TO FX-POST-DOC-ID
           MOVE VENDOR-INVOICE-CURRENCY TO FX-POST-CURRENCY
           MOVE VENDOR-INVOICE-DOC-TOTAL TO FX-POST-DOC-AMOUNT
           MOVE VENDOR-INVOICE-EXCH-RATE TO FX-POST-BOOKED-RATE
           MOVE DUE-RATE (PAY-IDX) TO FX-POST-NEW-RATE
           MOVE DUE-BOOKED (PAY-IDX) TO FX-POST-BOOKED-HOME
           MOVE DUE-AMOUNT (PAY-IDX) TO FX-POST-NEW-HOME
           CALL "post-fx-gain-loss" USING FX-POST-FIELDS
       END-IF.

      *The debit memos raised when goods went back to this vendor
       NET-OFF-DEBIT-MEMOS.
       CLOSE RTV-FILE.
       OPEN I-O RTV-FILE.
       COMPUTE PAYABLE-TOTAL = GROSS-TOTAL - DISCOUNT-TOTAL.
       MOVE 0 TO END-OF-FILE.
       PERFORM NET-NEXT-DEBIT-MEMO UNTIL END-OF-FILE = 1.

       IF END-OF-FILE = 0
           IF RTV-VENDOR-ID = RUN-VENDOR-ID
               AND RTV-STATUS = "Open"
               AND CREDIT-TOTAL + RTV-VALUE <= PAYABLE-TOTAL
               MOVE "Credited" TO RTV-STATUS
               MOVE RUN-CHECK-NO TO RTV-CHECK-NO
               REWRITE RTV-REGISTRATION
                   INVALID KEY
                       DISPLAY "Error updating RTV record."
               END-REWRITE
               IF SETTLED-RTV-COUNT < 200
                   ADD 1 TO SETTLED-RTV-COUNT
                   MOVE RTV-KEY TO SETTLED-RTV-KEY (SETTLED-RTV-COUNT)
               END-IF
               ADD RTV-VALUE TO CREDIT-TOTAL
               MOVE RTV-VALUE TO AMOUNT-EDIT
               MOVE SPACE TO REPORT-LINE-BUFFER
           END-IF
       END-IF.

      *A check number is only drawn once the vendor is known to be
      *owed money, so a vendor settled in full by credits leaves no
      *gap in the check register. The invoices and debit memos the
      *check settles are then marked with its number.
       STAMP-CHECK-NUMBER.
       MOVE 1 TO STAMP-IDX.
       PERFORM STAMP-NEXT-INVOICE UNTIL STAMP-IDX > DUE-COUNT.
       MOVE 1 TO STAMP-IDX.
       PERFORM STAMP-NEXT-DEBIT-MEMO
           UNTIL STAMP-IDX > SETTLED-RTV-COUNT.

       STAMP-NEXT-INVOICE.
       IF DUE-VENDOR-ID (STAMP-IDX) = RUN-VENDOR-ID
           AND DUE-PAID-FLAG (STAMP-IDX) = "X"
           MOVE DUE-INVOICE-ID (STAMP-IDX) TO VENDOR-INVOICE-ID
           READ VENDOR-INVOICES-FILE RECORD WITH LOCK
               INVALID KEY
                   DISPLAY "Error reading vendor invoice."
               NOT INVALID KEY
                   MOVE RUN-CHECK-NO TO VENDOR-INVOICE-CHECK-NO
                   REWRITE VENDOR-INVOICE-REGISTRATION
                       INVALID KEY
                           DISPLAY "Error updating vendor invoice."
                   END-REWRITE
           END-READ
       END-IF.
       ADD 1 TO STAMP-IDX.

       STAMP-NEXT-DEBIT-MEMO.
       MOVE SETTLED-RTV-KEY (STAMP-IDX) TO RTV-KEY.
       READ RTV-FILE RECORD WITH LOCK
           INVALID KEY
               DISPLAY "Error reading RTV record."
           NOT INVALID KEY
               MOVE RUN-CHECK-NO TO RTV-CHECK-NO
               REWRITE RTV-REGISTRATION
                   INVALID KEY
                       DISPLAY "Error updating RTV record."
               END-REWRITE
       END-READ.
       ADD 1 TO STAMP-IDX.

       WRITE-PAYMENT-RECORD.
       MOVE SPACE TO VENDOR-PAYMENT-REGISTRATION.
       CALL "get-next-number" USING VENDOR-PAYMENT-DOC-TYPE
       MOVE RUN-DATE TO VENDOR-PAYMENT-DATE.
       MOVE GROSS-TOTAL TO VENDOR-PAYMENT-GROSS.
       MOVE CREDIT-TOTAL TO VENDOR-PAYMENT-CREDITS.
       MOVE DISCOUNT-TOTAL TO VENDOR-PAYMENT-DISCOUNTS.
       MOVE NET-TOTAL TO VENDOR-PAYMENT-NET.
       MOVE 0 TO VENDOR-PAYMENT-CLEARED-DATE.
       MOVE RUN-CHECK-NO TO VENDOR-PAYMENT-CHECK-NO.
       IF NET-TOTAL > 0
           SET VENDOR-CHECK-ISSUED TO TRUE
       ELSE
           SET VENDOR-PAID-BY-CREDIT TO TRUE
       END-IF.
       MOVE 0 TO VENDOR-PAYMENT-VOID-DATE.
       MOVE 0 TO VENDOR-PAYMENT-REISSUE-OF.
       MOVE "N" TO VENDOR-PAYMENT-PP-ISSUE.
       MOVE "N" TO VENDOR-PAYMENT-PP-VOID.
       MOVE "N" TO PAYMENT-WRITE-OK.
       PERFORM WRITE-PAYMENT-ONCE UNTIL PAYMENT-WRITE-OK = "Y".
       PERFORM LOG-PAYMENT-AUDIT.
       CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD
           AUDIT-RECORD-ID AUDIT-BEFORE AUDIT-AFTER.

      *The check itself, below the remittance stub on the same form:
      *the amount in figures with asterisk fill and in words, so
      *neither can be raised by hand.
       PRINT-CHECK-FACE.
       MOVE "- - - - - - - - - - - - - - - - - - - - - - - -"
           TO CHECK-PRINT-LINE.
       WRITE CHECK-PRINT-LINE.
       MOVE SPACE TO CHECK-PRINT-LINE.
       STRING "STOCK CONTROL SUPPLIES CO.          CHECK NO. "
           DELIMITED BY SIZE
           RUN-CHECK-NO DELIMITED BY SIZE
           INTO CHECK-PRINT-LINE.
       WRITE CHECK-PRINT-LINE.
       MOVE SPACE TO CHECK-PRINT-LINE.
       STRING "                                    DATE "
           DELIMITED BY SIZE
           RUN-DATE DELIMITED BY SIZE
           INTO CHECK-PRINT-LINE.
       WRITE CHECK-PRINT-LINE.
       MOVE NET-TOTAL TO CHECK-AMOUNT-EDIT.
       MOVE SPACE TO CHECK-PRINT-LINE.
       STRING "PAY TO THE ORDER OF " DELIMITED BY SIZE
           VENDOR-NAME DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CHECK-AMOUNT-EDIT DELIMITED BY SIZE
           INTO CHECK-PRINT-LINE.
       WRITE CHECK-PRINT-LINE.
       CALL "amount-in-words" USING NET-TOTAL AMOUNT-WORDS.
       MOVE AMOUNT-WORDS TO CHECK-PRINT-LINE.
       WRITE CHECK-PRINT-LINE.
       MOVE SPACE TO CHECK-PRINT-LINE.
       WRITE CHECK-PRINT-LINE.
       MOVE "                                    ____________________"
           TO CHECK-PRINT-LINE.
       WRITE CHECK-PRINT-LINE.
       MOVE "                                    AUTHORIZED SIGNATURE"
           TO CHECK-PRINT-LINE.
       WRITE CHECK-PRINT-LINE.
       MOVE SPACE TO CHECK-PRINT-LINE.
       WRITE CHECK-PRINT-LINE.
       ADD 1 TO CHECKS-PRINTED.

      *Every remittance line also goes to the check printer as the
      *stub above the check.
       SHOW-REPORT-LINE.
       DISPLAY REPORT-LINE-BUFFER.
       MOVE "L" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       MOVE REPORT-LINE-BUFFER TO CHECK-PRINT-LINE.
       WRITE CHECK-PRINT-LINE.

       COPY "order-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       01  OPTION PIC 9.
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  PAY-INVOICE-ID PIC 9(6).
       77  PAYMENT-ENTRY-AMOUNT PIC 9(7).99.
       77  APPLIED-AMOUNT PIC 9(9)V99.
       77  SETTLEMENT-DISCOUNT PIC 9(9)V99.
       77  DISCOUNT-ALLOWED PIC 9(9)V99.
       77  BALANCE-REDUCTION PIC 9(9)V99.
       77  TODAY-DATE PIC 9(8).
       77  OPEN-INVOICE-COUNT PIC 9(5).
       77  PAYMENT-WRITE-OK PIC X.
       77  AUDIT-BEFORE PIC X(40).
       77  AUDIT-CREDIT-ID PIC X(15).
       77  DEPOSIT-ORDER-ID PIC 9(6).
       77  JOURNAL-TAG-FIELD PIC X(12).
      * A foreign-currency invoice is paid in its own currency; the
      * balance comes off at the rate it was booked at and the cash
      * is worth what today's rate makes it.
       77  DOC-BALANCE PIC 9(9)V99.
       77  DOC-RECEIVED PIC 9(9)V99.
       77  PAYMENT-RATE PIC 9(5)V9(6).
       77  RECEIVED-HOME PIC 9(9)V99.
       COPY "fx-post-fields.cbl".
       77  JOURNAL-IMAGE-FIELD PIC X(256).
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "PAYMENT-ENTRY".
       GOBACK.

       PAYMENT-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Customer Payment Menu"
       DISPLAY "1. List open invoices for a customer"
       DISPLAY "3. Apply an on-account credit note to an invoice"
       DISPLAY "4. Take a deposit against an order"
       DISPLAY "5. Import the bank lockbox file"
       DISPLAY "6. Bank statement reconciliation"
       DISPLAY "7. Write off or reinstate receivables"
       DISPLAY "0. Back"
       DISPLAY "Enter your choice (0-7):"
       ACCEPT OPTION.

       PROCESS-OPTION.
       ELSE IF OPTION = 5 THEN
           PERFORM RUN-LOCKBOX-IMPORT
           PERFORM PAYMENT-MENU
       ELSE IF OPTION = 6 THEN
           PERFORM RUN-BANK-RECONCILIATION
           PERFORM PAYMENT-MENU
       ELSE IF OPTION = 7 THEN
           PERFORM RUN-RECEIVABLE-WRITE-OFF
           PERFORM PAYMENT-MENU
       ELSE IF OPTION = 0 THEN
           CONTINUE
       ELSE
           DISPLAY "Invalid option. Please enter a valid choice (0-7):"
           MOVE "Invalid payment menu option entered."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND INVOICE-COMPANY-CODE = SESSION-COMPANY-CODE
           IF INVOICE-CUSTOMER-ID = LIST-CUSTOMER-ID
               AND INVOICE-STATUS = "Open"
               ADD 1 TO OPEN-INVOICE-COUNT
               " Date: " INVOICE-DATE
               " Total: " INVOICE-TOTAL
               " Balance: " INVOICE-BALANCE
               " Due: " INVOICE-DUE-DATE
           END-IF
       END-IF.

       READ INVOICES-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND INVOICE-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No invoice found with that id."
       ELSE IF INVOICE-STATUS = "Written off"
           DISPLAY "Invoice " INVOICE-ID " was written off. "
           "Reinstate it (option 7) before taking a recovery."
       ELSE IF INVOICE-STATUS NOT = "Open"
           DISPLAY "Invoice " INVOICE-ID " is " INVOICE-STATUS
           " - nothing left to pay."
       ELSE
           IF INVOICE-CURRENCY-CODE NOT = SPACE
               AND INVOICE-EXCHANGE-RATE > 0
               PERFORM ACCEPT-FOREIGN-PAYMENT
           ELSE
               DISPLAY "Invoice balance: " INVOICE-BALANCE
               DISPLAY "Enter the payment amount (e.g. 150.00): "
               ACCEPT PAYMENT-ENTRY-AMOUNT
               MOVE PAYMENT-ENTRY-AMOUNT TO APPLIED-AMOUNT
               MOVE APPLIED-AMOUNT TO RECEIVED-HOME
           END-IF
           PERFORM FIND-SETTLEMENT-DISCOUNT
           IF APPLIED-AMOUNT = 0
               DISPLAY "Nothing applied."
           ELSE IF APPLIED-AMOUNT > INVOICE-BALANCE
               PERFORM WRITE-PAYMENT-RECORD
               IF PAYMENT-WRITE-OK = "Y"
                   PERFORM REDUCE-INVOICE-BALANCE
                   PERFORM BOOK-REALISED-EXCHANGE
               END-IF
           END-IF
       END-IF.

      *The customer pays what the invoice says in the invoice's own
      *currency. That amount comes off the balance at the rate the
      *invoice was booked at - all of it when the whole balance is
      *paid - while the cash banked is worth the amount at today's
      *rate.
       ACCEPT-FOREIGN-PAYMENT.
       COMPUTE DOC-BALANCE ROUNDED =
           INVOICE-BALANCE / INVOICE-EXCHANGE-RATE.
       DISPLAY "Invoice balance: " DOC-BALANCE " "
           INVOICE-CURRENCY-CODE " (home " INVOICE-BALANCE ")".
       DISPLAY "Enter the amount received in "
           INVOICE-CURRENCY-CODE " (e.g. 150.00): ".
       ACCEPT PAYMENT-ENTRY-AMOUNT.
       MOVE PAYMENT-ENTRY-AMOUNT TO DOC-RECEIVED.
       ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
       CALL "get-exchange-rate" USING INVOICE-CURRENCY-CODE
           TODAY-DATE PAYMENT-RATE.
       COMPUTE RECEIVED-HOME ROUNDED = DOC-RECEIVED * PAYMENT-RATE.
       IF DOC-RECEIVED = DOC-BALANCE
           MOVE INVOICE-BALANCE TO APPLIED-AMOUNT
       ELSE
           COMPUTE APPLIED-AMOUNT ROUNDED =
               DOC-RECEIVED * INVOICE-EXCHANGE-RATE
       END-IF.
       IF DOC-RECEIVED > 0
           DISPLAY "Today's rate " PAYMENT-RATE " - worth "
               RECEIVED-HOME " at home, settles " APPLIED-AMOUNT
               " of the balance."
       END-IF.

      *Whatever the rate has done since the invoice was raised is a
      *realised exchange gain or loss, booked the day the money
      *comes in.
       BOOK-REALISED-EXCHANGE.
       IF INVOICE-CURRENCY-CODE NOT = SPACE
           AND RECEIVED-HOME NOT = APPLIED-AMOUNT
           MOVE PAYMENT-DATE TO FX-POST-DATE
           MOVE "R" TO FX-POST-KIND
           MOVE "AR" TO FX-POST-SIDE
           MOVE INVOICE-ID TO FX-POST-DOC-ID
           MOVE INVOICE-CURRENCY-CODE TO FX-POST-CURRENCY
           MOVE DOC-RECEIVED TO FX-POST-DOC-AMOUNT
           MOVE INVOICE-EXCHANGE-RATE TO FX-POST-BOOKED-RATE
           MOVE PAYMENT-RATE TO FX-POST-NEW-RATE
           MOVE APPLIED-AMOUNT TO FX-POST-BOOKED-HOME
           MOVE RECEIVED-HOME TO FX-POST-NEW-HOME
           CALL "post-fx-gain-loss" USING FX-POST-FIELDS
           IF RECEIVED-HOME > APPLIED-AMOUNT
               DISPLAY "Realised exchange gain booked."
           ELSE
               DISPLAY "Realised exchange loss booked."
           END-IF
       END-IF.

      *Paid inside the discount window, the customer may short-pay by
      *up to the terms discount on the invoice total; the difference
      *is allowed and the invoice clears in full.
       FIND-SETTLEMENT-DISCOUNT.
       MOVE 0 TO SETTLEMENT-DISCOUNT.
       ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
       IF INVOICE-DISCOUNT-PCT > 0
           AND TODAY-DATE <= INVOICE-DISCOUNT-DATE
           AND APPLIED-AMOUNT > 0
           AND APPLIED-AMOUNT < INVOICE-BALANCE
           COMPUTE DISCOUNT-ALLOWED ROUNDED =
               INVOICE-TOTAL * INVOICE-DISCOUNT-PCT / 100
           IF APPLIED-AMOUNT + DISCOUNT-ALLOWED >= INVOICE-BALANCE
               COMPUTE SETTLEMENT-DISCOUNT =
                   INVOICE-BALANCE - APPLIED-AMOUNT
               DISPLAY "Settlement discount allowed: "
               SETTLEMENT-DISCOUNT
           END-IF
       END-IF.

      *The payment keeps both figures: the cash banked, which the
      *bank reconciliation looks for, and what it took off the
      *customer's balance at the booked rate, which the statement
      *shows.
       WRITE-PAYMENT-RECORD.
       MOVE "N" TO PAYMENT-WRITE-OK.
       MOVE SPACE TO PAYMENT-REGISTRATION.
       MOVE 0 TO PAYMENT-ORDER-ID.
       MOVE SPACE TO PAYMENT-DEPOSIT-FLAG.
       MOVE SPACE TO PAYMENT-DEPOSIT-USED.
       MOVE SETTLEMENT-DISCOUNT TO PAYMENT-DISCOUNT-AMOUNT.
       MOVE SPACE TO PAYMENT-SOURCE.
       MOVE 0 TO PAYMENT-CLEARED-DATE.
       ACCEPT PAYMENT-DATE FROM DATE YYYYMMDD.
      *A payment cannot be booked into a month the accountant has
      *already closed; the period must be reopened first.
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
       ELSE
           MOVE RECEIVED-HOME TO PAYMENT-AMOUNT
           MOVE APPLIED-AMOUNT TO PAYMENT-APPLIED-AMOUNT
           WRITE PAYMENT-REGISTRATION
               INVALID KEY
                   DISPLAY "Error writing payment record. "

       REDUCE-INVOICE-BALANCE.
       MOVE INVOICE-BALANCE TO OLD-BALANCE.
       COMPUTE BALANCE-REDUCTION = APPLIED-AMOUNT
           + SETTLEMENT-DISCOUNT.
       SUBTRACT BALANCE-REDUCTION FROM INVOICE-BALANCE.
       IF INVOICE-BALANCE = 0
           MOVE "Paid" TO INVOICE-STATUS
           DISPLAY "Invoice " INVOICE-ID " fully paid."
       OPEN I-O INVOICES-FILE.
       OPEN I-O CUSTOMERS-FILE.

       RUN-BANK-RECONCILIATION.
       CLOSE PAYMENTS-FILE.
       CALL "bank-reconciliation".
       OPEN I-O PAYMENTS-FILE.

       RUN-RECEIVABLE-WRITE-OFF.
       CLOSE INVOICES-FILE.
       CLOSE CUSTOMERS-FILE.
       CALL "ar-write-off".
       OPEN I-O INVOICES-FILE.
       OPEN I-O CUSTOMERS-FILE.

      *Money taken up front on a big order finally has a home: the
      *deposit is keyed against the ORDER id before any invoice
      *exists, shows in the customer's history, and is netted off
       READ ORDERS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND ORDER-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No order found with that id."
       ELSE IF ORDER-STATUS = "Cancelled"
       MOVE DEPOSIT-ORDER-ID TO PAYMENT-ORDER-ID.
       SET PAYMENT-IS-DEPOSIT TO TRUE.
       MOVE SPACE TO PAYMENT-DEPOSIT-USED.
       MOVE 0 TO PAYMENT-DISCOUNT-AMOUNT.
       MOVE SPACE TO PAYMENT-SOURCE.
       MOVE 0 TO PAYMENT-CLEARED-DATE.
       ACCEPT PAYMENT-DATE FROM DATE YYYYMMDD.
       CALL "check-period-open" USING PAYMENT-DATE
           PERIOD-OPEN-FLAG.
               LOG-MESSAGE-FIELD
       ELSE
           MOVE APPLIED-AMOUNT TO PAYMENT-AMOUNT
           MOVE APPLIED-AMOUNT TO PAYMENT-APPLIED-AMOUNT
           WRITE PAYMENT-REGISTRATION
               INVALID KEY
                   DISPLAY "Error writing payment record. "
       CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD
           AUDIT-CREDIT-ID AUDIT-BEFORE AUDIT-AFTER.

      *Cash received, with any settlement discount allowed on it,
      *brings the account's open balance back down, which is what
      *frees up credit for the next order.
       REDUCE-CUSTOMER-BALANCE.
       MOVE INVOICE-CUSTOMER-ID TO CUSTOMER-ID.
       MOVE "S" TO RECORD-FOUND.
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           IF BALANCE-REDUCTION > CUSTOMER-OPEN-BALANCE
               MOVE ZERO TO CUSTOMER-OPEN-BALANCE
           ELSE
               SUBTRACT BALANCE-REDUCTION FROM CUSTOMER-OPEN-BALANCE
           END-IF
      *Money received lifts a dunning credit hold: the account can
      *order again without waiting for the next dunning run.

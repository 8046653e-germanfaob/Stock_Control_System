       01  LOCKBOX-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Shared session data, so the logged-in company's run only
      * applies cash to its own invoices and customers; a line for
      * another company goes to the exceptions.
       COPY "session-data.cbl".
      * One bank remittance line is unstrung into these fields
      * before it is matched, the same way batch-import-orders
      * holds a parsed EDI line.
       77  EXCEPTION-COUNT PIC 9(5) VALUE 0.
       77  EXCEPTION-TOTAL PIC 9(11)V99 VALUE 0.
       77  OLD-BALANCE PIC 9(9)V99.
       77  SETTLEMENT-DISCOUNT PIC 9(9)V99.
       77  DISCOUNT-ALLOWED PIC 9(9)V99.
       77  BALANCE-REDUCTION PIC 9(9)V99.
       77  DISCOUNT-TOTAL PIC 9(11)V99 VALUE 0.
       77  APPLIED-AMOUNT PIC 9(9)V99.
      * A foreign-currency invoice is settled in its own currency:
      * the home cash banked is turned into that currency at the
      * payment date's rate and comes off the balance at the rate
      * the invoice was booked at.
       77  DOC-BALANCE PIC 9(9)V99.
       77  DOC-RECEIVED PIC 9(9)V99.
       77  PAYMENT-RATE PIC 9(5)V9(6).
       77  FX-BOOKED-COUNT PIC 9(5) VALUE 0.
       COPY "fx-post-fields.cbl".
       77  JOURNAL-TAG-FIELD PIC X(12).
       77  JOURNAL-IMAGE-FIELD PIC X(256).
       77  AUDIT-BEFORE PIC X(40).
       DISPLAY "Lockbox import complete. Lines read: " LINES-READ.
       DISPLAY "Applied to invoices: " APPLIED-COUNT
       " value " APPLIED-TOTAL.
       DISPLAY "Discounts allowed:   " DISCOUNT-TOTAL.
       DISPLAY "Exchange differences booked: " FX-BOOKED-COUNT.
       DISPLAY "Booked on account:   " ON-ACCOUNT-COUNT
       " value " ON-ACCOUNT-TOTAL.
       DISPLAY "Exceptions:          " EXCEPTION-COUNT
       MOVE LOAD-AMOUNT-ENTRY TO LOAD-AMOUNT.

       MATCH-AND-APPLY-LINE.
       MOVE 0 TO SETTLEMENT-DISCOUNT.
       CALL "check-period-open" USING LOAD-PAYMENT-DATE
           PERIOD-OPEN-FLAG.
       IF LOAD-AMOUNT = 0
       END-IF.

      *The invoice path mirrors payment-entry: balance down, status
      *Paid at zero, customer balance down, audit trail written, and
      *on a foreign-currency invoice the realised exchange booked.
       APPLY-TO-INVOICE.
       MOVE LOAD-INVOICE-ID TO INVOICE-ID.
       MOVE "S" TO RECORD-FOUND.
       READ INVOICES-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           PERFORM FIND-APPLIED-AMOUNT.
       IF RECORD-FOUND = "N"
           MOVE "Lockbox line names an unknown invoice."
               TO LOG-MESSAGE-FIELD
           PERFORM DROP-TO-EXCEPTIONS
       ELSE IF INVOICE-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "Lockbox line names another company's invoice."
               TO LOG-MESSAGE-FIELD
           PERFORM DROP-TO-EXCEPTIONS
       ELSE IF INVOICE-STATUS NOT = "Open"
           MOVE "Lockbox line names an invoice not open."
               TO LOG-MESSAGE-FIELD
           PERFORM DROP-TO-EXCEPTIONS
       ELSE IF APPLIED-AMOUNT > INVOICE-BALANCE
           MOVE "Lockbox payment exceeds the invoice balance."
               TO LOG-MESSAGE-FIELD
           PERFORM DROP-TO-EXCEPTIONS
       ELSE
           PERFORM FIND-SETTLEMENT-DISCOUNT
           PERFORM WRITE-LOCKBOX-PAYMENT
           IF RECORD-FOUND = "S"
               PERFORM REDUCE-INVOICE-BALANCE
               PERFORM BOOK-REALISED-EXCHANGE
               ADD 1 TO APPLIED-COUNT
               ADD LOAD-AMOUNT TO APPLIED-TOTAL
               ADD SETTLEMENT-DISCOUNT TO DISCOUNT-TOTAL
           END-IF
       END-IF.

      *A home-currency invoice takes the cash as it stands. On a
      *foreign-currency invoice the cash is worth its amount over the
      *payment date's rate in the invoice currency; that comes off
      *the balance at the booked rate - all of it when it covers the
      *whole balance - as the payment screen takes it.
       FIND-APPLIED-AMOUNT.
       MOVE LOAD-AMOUNT TO APPLIED-AMOUNT.
       IF INVOICE-CURRENCY-CODE NOT = SPACE
           AND INVOICE-EXCHANGE-RATE > 0
           CALL "get-exchange-rate" USING INVOICE-CURRENCY-CODE
               LOAD-PAYMENT-DATE PAYMENT-RATE
           COMPUTE DOC-BALANCE ROUNDED =
               INVOICE-BALANCE / INVOICE-EXCHANGE-RATE
           COMPUTE DOC-RECEIVED ROUNDED = LOAD-AMOUNT / PAYMENT-RATE
           IF DOC-RECEIVED = DOC-BALANCE
               MOVE INVOICE-BALANCE TO APPLIED-AMOUNT
           ELSE
               COMPUTE APPLIED-AMOUNT ROUNDED =
                   DOC-RECEIVED * INVOICE-EXCHANGE-RATE
           END-IF
       END-IF.

      *The same settlement discount the payment screen allows: a
      *remittance dated inside the discount window that short-pays
      *by no more than the terms discount clears the invoice.
       FIND-SETTLEMENT-DISCOUNT.
       IF INVOICE-DISCOUNT-PCT > 0
           AND LOAD-PAYMENT-DATE <= INVOICE-DISCOUNT-DATE
           AND APPLIED-AMOUNT < INVOICE-BALANCE
           COMPUTE DISCOUNT-ALLOWED ROUNDED =
               INVOICE-TOTAL * INVOICE-DISCOUNT-PCT / 100
           IF APPLIED-AMOUNT + DISCOUNT-ALLOWED >= INVOICE-BALANCE
               COMPUTE SETTLEMENT-DISCOUNT =
                   INVOICE-BALANCE - APPLIED-AMOUNT
           END-IF
       END-IF.

       END-IF.
       MOVE LOAD-PAYMENT-DATE TO PAYMENT-DATE.
       MOVE LOAD-AMOUNT TO PAYMENT-AMOUNT.
       MOVE APPLIED-AMOUNT TO PAYMENT-APPLIED-AMOUNT.
       MOVE 0 TO PAYMENT-ORDER-ID.
       MOVE SPACE TO PAYMENT-DEPOSIT-FLAG.
       MOVE SPACE TO PAYMENT-DEPOSIT-USED.
       MOVE SETTLEMENT-DISCOUNT TO PAYMENT-DISCOUNT-AMOUNT.
       MOVE "L" TO PAYMENT-SOURCE.
       MOVE 0 TO PAYMENT-CLEARED-DATE.
       MOVE "S" TO RECORD-FOUND.
       WRITE PAYMENT-REGISTRATION
           INVALID KEY

       REDUCE-INVOICE-BALANCE.
       MOVE INVOICE-BALANCE TO OLD-BALANCE.
       SUBTRACT APPLIED-AMOUNT FROM INVOICE-BALANCE.
       SUBTRACT SETTLEMENT-DISCOUNT FROM INVOICE-BALANCE.
       IF INVOICE-BALANCE = 0
           MOVE "Paid" TO INVOICE-STATUS
       END-IF.
       PERFORM REDUCE-CUSTOMER-BALANCE.

       REDUCE-CUSTOMER-BALANCE.
       COMPUTE BALANCE-REDUCTION =
           APPLIED-AMOUNT + SETTLEMENT-DISCOUNT.
       MOVE PAYMENT-CUSTOMER-ID TO CUSTOMER-ID.
       MOVE "S" TO RECORD-FOUND.
       READ CUSTOMERS-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           IF BALANCE-REDUCTION > CUSTOMER-OPEN-BALANCE
               MOVE ZERO TO CUSTOMER-OPEN-BALANCE
           ELSE
               SUBTRACT BALANCE-REDUCTION FROM CUSTOMER-OPEN-BALANCE
           END-IF
      *Money received lifts a dunning credit hold, exactly as the
      *payment screen does.
           DISPLAY "Customer not on file for balance update."
       END-IF.

      *Whatever the rate has done since the invoice was raised is a
      *realised exchange gain or loss, booked on the payment date.
       BOOK-REALISED-EXCHANGE.
       IF INVOICE-CURRENCY-CODE NOT = SPACE
           AND INVOICE-EXCHANGE-RATE > 0
           AND LOAD-AMOUNT NOT = APPLIED-AMOUNT
           MOVE LOAD-PAYMENT-DATE TO FX-POST-DATE
           MOVE "R" TO FX-POST-KIND
           MOVE "AR" TO FX-POST-SIDE
           MOVE INVOICE-ID TO FX-POST-DOC-ID
           MOVE INVOICE-CURRENCY-CODE TO FX-POST-CURRENCY
           MOVE DOC-RECEIVED TO FX-POST-DOC-AMOUNT
           MOVE INVOICE-EXCHANGE-RATE TO FX-POST-BOOKED-RATE
           MOVE PAYMENT-RATE TO FX-POST-NEW-RATE
           MOVE APPLIED-AMOUNT TO FX-POST-BOOKED-HOME
           MOVE LOAD-AMOUNT TO FX-POST-NEW-HOME
           CALL "post-fx-gain-loss" USING FX-POST-FIELDS
           ADD 1 TO FX-BOOKED-COUNT
       END-IF.

      *A check with no invoice reference still belongs to somebody:
      *it books against the customer's account so the cash is in the
      *system today and can be placed properly tomorrow.
           MOVE "Lockbox line names an unknown customer."
               TO LOG-MESSAGE-FIELD
           PERFORM DROP-TO-EXCEPTIONS
       ELSE IF CUSTOMER-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "Lockbox line names another company's customer."
               TO LOG-MESSAGE-FIELD
           PERFORM DROP-TO-EXCEPTIONS
       ELSE
           MOVE 0 TO LOAD-INVOICE-ID
           MOVE LOAD-AMOUNT TO APPLIED-AMOUNT
           PERFORM WRITE-LOCKBOX-PAYMENT
           IF RECORD-FOUND = "S"
               PERFORM REDUCE-CUSTOMER-BALANCE

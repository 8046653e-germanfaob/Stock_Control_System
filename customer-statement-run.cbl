       COPY "calendar-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       77  END-OF-FILE PIC 9 VALUE 0.
       77  SCAN-EOF PIC 9.
       77  RUN-DATE PIC 9(8).
       77  MONTH-INVOICE-TOTAL PIC 9(11)V99.
       77  MONTH-PAYMENT-TOTAL PIC 9(11)V99.
       77  MONTH-CREDIT-TOTAL PIC 9(11)V99.
       77  OVERDUE-TOTAL PIC 9(11)V99.
       77  INVOICE-LABEL PIC X(15).
       77  RUN-DAYNUM PIC 9(7).
       77  DUE-DAYNUM PIC 9(7).
       01  CONV-DATE-X PIC X(8).
       01  CONV-DATE-N REDEFINES CONV-DATE-X.
           05  CONV-YEAR  PIC 9(4).
           05  CONV-MONTH PIC 9(2).
           05  CONV-DAY   PIC 9(2).
       01  CONV-DAYNUM PIC 9(7).
       77  OPENING-BALANCE PIC S9(11)V99.
       77  CLOSING-BALANCE PIC 9(11)V99.
       77  STATEMENTS-PRINTED PIC 9(5) VALUE 0.
       01  REPORT-LINE-BUFFER PIC X(132).
       77  SPOOL-ACTION PIC X.
       77  SPOOL-REPORT-NAME PIC X(12) VALUE "STATEMENT".
       77  MAIL-DOC-TYPE PIC X(10) VALUE "STATEMENT".
       77  MAIL-SUBJECT-FIELD PIC X(60).
       77  MAIL-ATTACHMENT-FIELD PIC X(40).
       77  MAIL-QUEUE-RESULT PIC X.
       77  STATEMENTS-EMAILED PIC 9(5) VALUE 0.
       77  STATEMENTS-FOR-PRINT PIC 9(5) VALUE 0.
       77  LAST-PERIOD-END-DATE PIC 9(8).
       77  CAL-SCAN-EOF PIC 9.

      *be reprinted from the catalog.
       PROGRAM-BEGIN.
       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       MOVE RUN-DATE TO CONV-DATE-X.
       PERFORM COMPUTE-CONV-DAYNUM.
       MOVE CONV-DAYNUM TO RUN-DAYNUM.
       PERFORM FIND-ACCOUNTING-PERIOD.
       DISPLAY "Producing customer statements for period "
           STATEMENT-PERIOD ".".
       CLOSE CREDIT-NOTES-FILE.
       DISPLAY "Statement run complete. Statements produced: "
           STATEMENTS-PRINTED.
       DISPLAY "Queued for email: " STATEMENTS-EMAILED
           " Print only: " STATEMENTS-FOR-PRINT.
       GOBACK.

       READ-NEXT-CUSTOMER.
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND CUSTOMER-COMPANY-CODE = SESSION-COMPANY-CODE
           MOVE CUSTOMER-ID TO STATEMENT-CUSTOMER-ID
           PERFORM SUM-MONTH-ACTIVITY
           IF MONTH-INVOICE-TOTAL > 0

      *The opening figure is worked backwards from the live balance:
      *what the account stands at now, less what this month billed,
      *plus what this month collected. Settlement discounts taken
      *with a payment cleared the invoice just as the cash did, so
      *they count with the receipts.
       SUM-MONTH-ACTIVITY.
       MOVE 0 TO OVERDUE-TOTAL.
       MOVE 0 TO MONTH-INVOICE-TOTAL.
       MOVE 0 TO MONTH-PAYMENT-TOTAL.
       MOVE 0 TO MONTH-CREDIT-TOTAL.
           AT END MOVE 1 TO SCAN-EOF
       END-READ.
       IF SCAN-EOF = 0
           AND INVOICE-COMPANY-CODE = SESSION-COMPANY-CODE
           IF INVOICE-CUSTOMER-ID = STATEMENT-CUSTOMER-ID
               COMPUTE RECORD-PERIOD = INVOICE-DATE / 100
               IF RECORD-PERIOD = STATEMENT-PERIOD
                   ADD INVOICE-TOTAL TO MONTH-INVOICE-TOTAL
               END-IF
               IF INVOICE-STATUS = "Open" AND INVOICE-BALANCE > 0
                   PERFORM CHECK-INVOICE-OVERDUE
               END-IF
               IF INVOICE-IS-FINANCE-CHARGE
                   AND INVOICE-STATUS = "Reversed"
                   PERFORM SUM-CHARGE-REVERSAL
               END-IF
               IF INVOICE-WRITE-OFF-REASON NOT = SPACE
                   PERFORM SUM-WRITE-OFF
               END-IF
           END-IF
       END-IF.

      *A finance charge reversed this month took its amount back off
      *the account, the same way a credit note does.
       SUM-CHARGE-REVERSAL.
       COMPUTE RECORD-PERIOD = INVOICE-REVERSED-DATE / 100.
       IF RECORD-PERIOD = STATEMENT-PERIOD
           ADD INVOICE-TOTAL TO MONTH-CREDIT-TOTAL
       END-IF.

      *A receivable written off this month came off the account like
      *a credit; one reinstated on recovery went back on like a new
      *charge.
       SUM-WRITE-OFF.
       COMPUTE RECORD-PERIOD = INVOICE-WRITE-OFF-DATE / 100.
       IF RECORD-PERIOD = STATEMENT-PERIOD
           ADD INVOICE-WRITTEN-OFF-AMOUNT TO MONTH-CREDIT-TOTAL
       END-IF.
       COMPUTE RECORD-PERIOD = INVOICE-REINSTATED-DATE / 100.
       IF INVOICE-REINSTATED-DATE > 0
           AND RECORD-PERIOD = STATEMENT-PERIOD
           ADD INVOICE-WRITTEN-OFF-AMOUNT TO MONTH-INVOICE-TOTAL
       END-IF.

      *Invoices raised before terms were kept carry no due date and
      *are taken as due thirty days after the invoice date.
       CHECK-INVOICE-OVERDUE.
       IF INVOICE-DUE-DATE > 0
           MOVE INVOICE-DUE-DATE TO CONV-DATE-X
           PERFORM COMPUTE-CONV-DAYNUM
           MOVE CONV-DAYNUM TO DUE-DAYNUM
       ELSE
           MOVE INVOICE-DATE TO CONV-DATE-X
           PERFORM COMPUTE-CONV-DAYNUM
           COMPUTE DUE-DAYNUM = CONV-DAYNUM + 30
       END-IF.
       IF RUN-DAYNUM > DUE-DAYNUM
           ADD INVOICE-BALANCE TO OVERDUE-TOTAL
       END-IF.

      *The same whole-month day arithmetic the aging report uses.
       COMPUTE-CONV-DAYNUM.
       COMPUTE CONV-DAYNUM = (CONV-YEAR * 360) + (CONV-MONTH * 30)
           + CONV-DAY.

       SUM-NEXT-PAYMENT.
       READ PAYMENTS-FILE NEXT RECORD
           AT END MOVE 1 TO SCAN-EOF
           IF PAYMENT-CUSTOMER-ID = STATEMENT-CUSTOMER-ID
               COMPUTE RECORD-PERIOD = PAYMENT-DATE / 100
               IF RECORD-PERIOD = STATEMENT-PERIOD
                   ADD PAYMENT-APPLIED-AMOUNT TO MONTH-PAYMENT-TOTAL
                   ADD PAYMENT-DISCOUNT-AMOUNT TO MONTH-PAYMENT-TOTAL
               END-IF
           END-IF
       END-IF.
           AMOUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       IF OVERDUE-TOTAL > 0
           MOVE OVERDUE-TOTAL TO AMOUNT-EDIT
           MOVE SPACE TO REPORT-LINE-BUFFER
           STRING "Of which past due: " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
       END-IF.
       MOVE "==============================================="
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       ADD 1 TO STATEMENTS-PRINTED.
       PERFORM QUEUE-STATEMENT-EMAIL.

      *Each statement is its own spool file, so it goes to the
      *outbox as the customer's attachment, or to the print-only
      *list when the account has no email address or wants paper.
       QUEUE-STATEMENT-EMAIL.
       MOVE "N" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       MOVE REPORT-LINE-BUFFER TO MAIL-ATTACHMENT-FIELD.
       MOVE SPACE TO MAIL-SUBJECT-FIELD.
       STRING "Stock Control Supplies - statement for period "
           DELIMITED BY SIZE
           STATEMENT-PERIOD DELIMITED BY SIZE
           INTO MAIL-SUBJECT-FIELD.
       CALL "queue-customer-document" USING STATEMENT-CUSTOMER-ID
           CUSTOMER-EMAIL CUSTOMER-PAPER-FLAG MAIL-DOC-TYPE
           MAIL-SUBJECT-FIELD MAIL-ATTACHMENT-FIELD MAIL-QUEUE-RESULT.
       IF MAIL-QUEUE-RESULT = "E"
           ADD 1 TO STATEMENTS-EMAILED
       ELSE
           ADD 1 TO STATEMENTS-FOR-PRINT
       END-IF.

       PRINT-MONTH-INVOICES.
       CLOSE INVOICES-FILE.
           AT END MOVE 1 TO SCAN-EOF
       END-READ.
       IF SCAN-EOF = 0
           AND INVOICE-COMPANY-CODE = SESSION-COMPANY-CODE
           IF INVOICE-CUSTOMER-ID = STATEMENT-CUSTOMER-ID
               COMPUTE RECORD-PERIOD = INVOICE-DATE / 100
               IF INVOICE-IS-FINANCE-CHARGE
                   MOVE "Finance charge" TO INVOICE-LABEL
               ELSE
                   MOVE "Invoice" TO INVOICE-LABEL
               END-IF
               IF RECORD-PERIOD = STATEMENT-PERIOD
                   MOVE INVOICE-TOTAL TO AMOUNT-EDIT
                   MOVE SPACE TO REPORT-LINE-BUFFER
                   STRING INVOICE-LABEL DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       INVOICE-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       INVOICE-DATE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       AMOUNT-EDIT DELIMITED BY SIZE
                       "  Due " DELIMITED BY SIZE
                       INVOICE-DUE-DATE DELIMITED BY SIZE
                       INTO REPORT-LINE-BUFFER
                   PERFORM SHOW-REPORT-LINE
               END-IF
               IF INVOICE-IS-FINANCE-CHARGE
                   AND INVOICE-STATUS = "Reversed"
                   PERFORM PRINT-CHARGE-REVERSAL
               END-IF
               IF INVOICE-WRITE-OFF-REASON NOT = SPACE
                   PERFORM PRINT-WRITE-OFF
               END-IF
           END-IF
       END-IF.

       PRINT-CHARGE-REVERSAL.
       COMPUTE RECORD-PERIOD = INVOICE-REVERSED-DATE / 100.
       IF RECORD-PERIOD = STATEMENT-PERIOD
           MOVE INVOICE-TOTAL TO AMOUNT-EDIT
           MOVE SPACE TO REPORT-LINE-BUFFER
           STRING "Charge " DELIMITED BY SIZE
               INVOICE-ID DELIMITED BY SIZE
               " reversed " DELIMITED BY SIZE
               INVOICE-REVERSED-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               " CR" DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
       END-IF.

       PRINT-WRITE-OFF.
       MOVE INVOICE-WRITTEN-OFF-AMOUNT TO AMOUNT-EDIT.
       COMPUTE RECORD-PERIOD = INVOICE-WRITE-OFF-DATE / 100.
       IF RECORD-PERIOD = STATEMENT-PERIOD
           MOVE SPACE TO REPORT-LINE-BUFFER
           STRING "Invoice " DELIMITED BY SIZE
               INVOICE-ID DELIMITED BY SIZE
               " written off " DELIMITED BY SIZE
               INVOICE-WRITE-OFF-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               " CR" DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
       END-IF.
       COMPUTE RECORD-PERIOD = INVOICE-REINSTATED-DATE / 100.
       IF INVOICE-REINSTATED-DATE > 0
           AND RECORD-PERIOD = STATEMENT-PERIOD
           MOVE SPACE TO REPORT-LINE-BUFFER
           STRING "Invoice " DELIMITED BY SIZE
               INVOICE-ID DELIMITED BY SIZE
               " reinstated " DELIMITED BY SIZE
               INVOICE-REINSTATED-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
       END-IF.

       PRINT-MONTH-PAYMENTS.
       CLOSE PAYMENTS-FILE.
       OPEN I-O PAYMENTS-FILE.
           IF PAYMENT-CUSTOMER-ID = STATEMENT-CUSTOMER-ID
               COMPUTE RECORD-PERIOD = PAYMENT-DATE / 100
               IF RECORD-PERIOD = STATEMENT-PERIOD
                   MOVE PAYMENT-APPLIED-AMOUNT TO AMOUNT-EDIT
                   MOVE SPACE TO REPORT-LINE-BUFFER
                   STRING "Payment " DELIMITED BY SIZE
                       PAYMENT-ID DELIMITED BY SIZE
                       " CR" DELIMITED BY SIZE
                       INTO REPORT-LINE-BUFFER
                   PERFORM SHOW-REPORT-LINE
                   IF PAYMENT-DISCOUNT-AMOUNT > 0
                       MOVE PAYMENT-DISCOUNT-AMOUNT TO AMOUNT-EDIT
                       MOVE SPACE TO REPORT-LINE-BUFFER
                       STRING "  Discount allowed     "
                           DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           AMOUNT-EDIT DELIMITED BY SIZE
                           " CR" DELIMITED BY SIZE
                           INTO REPORT-LINE-BUFFER
                       PERFORM SHOW-REPORT-LINE
                   END-IF
               END-IF
           END-IF
       END-IF.

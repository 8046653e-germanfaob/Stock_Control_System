       IDENTIFICATION DIVISION.
       PROGRAM-ID. vendor-check-void.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "vendor-payment-physical-file.cbl".
       COPY "vendor-invoice-physical-file.cbl".
       COPY "vendor-physical-file.cbl".
       COPY "rtv-physical-file.cbl".
       COPY "check-print-physical-file.cbl".
       COPY "fx-ledger-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with vendor payment fields.
       COPY "vendor-payment-logic-file.cbl".
      * Logic file with vendor invoice fields.
       COPY "vendor-invoice-logic-file.cbl".
      * Logic file with vendor fields.
       COPY "vendor-logic-file.cbl".
      * Logic file with return-to-vendor fields.
       COPY "rtv-logic-file.cbl".
      * Logic file with the check printer lines.
       COPY "check-print-logic-file.cbl".
      * Logic file with exchange gain and loss fields.
       COPY "fx-ledger-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's checks
      * can be voided.
       COPY "session-data.cbl".
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  RUN-DATE PIC 9(8).
       77  WANTED-CHECK-NO PIC 9(6).
       77  ANSWER PIC X.
       77  OLD-PAYMENT-ID PIC 9(6).
       77  OLD-CHECK-NO PIC 9(6).
       77  OLD-CHECK-DATE PIC 9(8).
       77  NEW-CHECK-NO PIC 9(6).
       77  RELINK-CHECK-NO PIC 9(6).
       77  INVOICES-MOVED PIC 9(5).
       77  MEMOS-MOVED PIC 9(5).
       77  PAYMENT-WRITE-OK PIC X.
       77  POSITIVE-PAY-COUNT PIC 9(5).
      * The voided payment's figures, carried onto the replacement.
       77  SAVED-VENDOR-ID PIC 9(5).
       77  SAVED-GROSS PIC 9(9)V99.
       77  SAVED-CREDITS PIC 9(9)V99.
       77  SAVED-DISCOUNTS PIC 9(9)V99.
       77  SAVED-NET PIC 9(9)V99.
       77  AMOUNT-EDIT PIC Z(8)9.99.
       77  CHECK-AMOUNT-EDIT PIC *(3),*(3),**9.99.
       77  AMOUNT-WORDS PIC X(132).
       77  AUDIT-BEFORE PIC X(40).
       77  AUDIT-AFTER PIC X(40).
       77  AUDIT-RECORD-ID PIC X(15).
       77  VENDOR-PAYMENT-DOC-TYPE PIC X(10)
           VALUE "VENDPAY".
       77  CHECK-DOC-TYPE PIC X(10) VALUE "CHECKNO".
      * The realised exchange difference booked when a reopened
      * foreign-currency invoice was paid.
       77  FX-END-OF-FILE PIC 9.
       77  FX-LAST-FOUND PIC X.
       COPY "fx-post-fields.cbl".
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "VENDOR-CHECK-VOID".
       77  LOG-MESSAGE-FIELD PIC X(80).

       PROCEDURE DIVISION.

      *A lost or spoiled check is voided here. The payment record is
      *marked void and the bank is told on the next positive-pay
      *file. The check can be replaced at once: a new check number
      *and payment record carry the same settlement, and the paid
      *invoices and debit memos move to the new number. If it is not
      *replaced the settlement is reversed: the invoices go back to
      *Approved and the memos back to Open, ready for the next run.
       PROGRAM-BEGIN.
       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       OPEN I-O VENDOR-PAYMENTS-FILE.
       OPEN I-O VENDOR-INVOICES-FILE.
       OPEN I-O VENDORS-FILE.
       OPEN I-O RTV-FILE.
       DISPLAY "Enter the check number to void: ".
       ACCEPT WANTED-CHECK-NO.
       PERFORM FIND-CHECK-PAYMENT.
       IF RECORD-FOUND = "N"
           DISPLAY "No issued check with that number is on file."
           MOVE "Void requested for an unknown check number."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
       ELSE IF VENDOR-PAYMENT-CLEARED-DATE NOT = 0
           DISPLAY "That check has already cleared the bank on "
               VENDOR-PAYMENT-CLEARED-DATE "; it cannot be voided."
       ELSE
           PERFORM CONFIRM-AND-VOID
       END-IF.
       CLOSE VENDOR-PAYMENTS-FILE.
       CLOSE VENDOR-INVOICES-FILE.
       CLOSE VENDORS-FILE.
       CLOSE RTV-FILE.
       GOBACK.

       FIND-CHECK-PAYMENT.
       MOVE "N" TO RECORD-FOUND.
       MOVE 0 TO END-OF-FILE.
       PERFORM CHECK-NEXT-PAYMENT
           UNTIL END-OF-FILE = 1 OR RECORD-FOUND = "S".

       CHECK-NEXT-PAYMENT.
       READ VENDOR-PAYMENTS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF VENDOR-PAYMENT-CHECK-NO = WANTED-CHECK-NO
               AND VENDOR-CHECK-ISSUED
               PERFORM CHECK-PAYMENT-COMPANY
           END-IF
       END-IF.

      *A check is the company's of the vendor it was drawn for.
       CHECK-PAYMENT-COMPANY.
       MOVE VENDOR-PAYMENT-VENDOR-ID TO VENDOR-ID.
       MOVE "S" TO RECORD-FOUND.
       READ VENDORS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND VENDOR-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.

       CONFIRM-AND-VOID.
       MOVE VENDOR-PAYMENT-VENDOR-ID TO VENDOR-ID.
       READ VENDORS-FILE RECORD
           INVALID KEY
               MOVE "(vendor no longer on file)" TO VENDOR-NAME
       END-READ.
       MOVE VENDOR-PAYMENT-NET TO AMOUNT-EDIT.
       DISPLAY "Check " VENDOR-PAYMENT-CHECK-NO
           " dated " VENDOR-PAYMENT-DATE
           " payment " VENDOR-PAYMENT-ID.
       DISPLAY "Payee: " VENDOR-NAME " Amount: " AMOUNT-EDIT.
       DISPLAY "Void this check (Y/N)?".
       MOVE SPACE TO ANSWER.
       ACCEPT ANSWER.
       IF ANSWER = "Y" OR ANSWER = "y"
           PERFORM VOID-PAYMENT-RECORD
           DISPLAY "Issue a replacement check (Y/N)?"
           MOVE SPACE TO ANSWER
           ACCEPT ANSWER
           IF ANSWER = "Y" OR ANSWER = "y"
               PERFORM REISSUE-CHECK
           ELSE
               PERFORM REVERSE-SETTLEMENT
           END-IF
           PERFORM OFFER-POSITIVE-PAY
       ELSE
           DISPLAY "Check left as issued."
       END-IF.

       VOID-PAYMENT-RECORD.
       MOVE VENDOR-PAYMENT-ID TO OLD-PAYMENT-ID.
       MOVE VENDOR-PAYMENT-CHECK-NO TO OLD-CHECK-NO.
       MOVE VENDOR-PAYMENT-DATE TO OLD-CHECK-DATE.
       MOVE VENDOR-PAYMENT-VENDOR-ID TO SAVED-VENDOR-ID.
       MOVE VENDOR-PAYMENT-GROSS TO SAVED-GROSS.
       MOVE VENDOR-PAYMENT-CREDITS TO SAVED-CREDITS.
       MOVE VENDOR-PAYMENT-DISCOUNTS TO SAVED-DISCOUNTS.
       MOVE VENDOR-PAYMENT-NET TO SAVED-NET.
       SET VENDOR-CHECK-VOIDED TO TRUE.
       MOVE RUN-DATE TO VENDOR-PAYMENT-VOID-DATE.
       MOVE "N" TO VENDOR-PAYMENT-PP-VOID.
       REWRITE VENDOR-PAYMENT-REGISTRATION
           INVALID KEY
               DISPLAY "Error updating vendor payment record."
       END-REWRITE.
       MOVE OLD-PAYMENT-ID TO AUDIT-RECORD-ID.
       MOVE SPACE TO AUDIT-BEFORE.
       MOVE SPACE TO AUDIT-AFTER.
       STRING "CHECK=" DELIMITED BY SIZE
           OLD-CHECK-NO DELIMITED BY SIZE
           " STATUS=I" DELIMITED BY SIZE
           INTO AUDIT-BEFORE.
       STRING "CHECK=" DELIMITED BY SIZE
           OLD-CHECK-NO DELIMITED BY SIZE
           " STATUS=V" DELIMITED BY SIZE
           INTO AUDIT-AFTER.
       CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD
           AUDIT-RECORD-ID AUDIT-BEFORE AUDIT-AFTER.
       DISPLAY "Check " OLD-CHECK-NO " voided.".

       REISSUE-CHECK.
       CALL "get-next-number" USING CHECK-DOC-TYPE NEW-CHECK-NO.
       MOVE SPACE TO VENDOR-PAYMENT-REGISTRATION.
       CALL "get-next-number" USING VENDOR-PAYMENT-DOC-TYPE
           VENDOR-PAYMENT-ID.
       MOVE SAVED-VENDOR-ID TO VENDOR-PAYMENT-VENDOR-ID.
       MOVE RUN-DATE TO VENDOR-PAYMENT-DATE.
       MOVE SAVED-GROSS TO VENDOR-PAYMENT-GROSS.
       MOVE SAVED-CREDITS TO VENDOR-PAYMENT-CREDITS.
       MOVE SAVED-DISCOUNTS TO VENDOR-PAYMENT-DISCOUNTS.
       MOVE SAVED-NET TO VENDOR-PAYMENT-NET.
       MOVE 0 TO VENDOR-PAYMENT-CLEARED-DATE.
       MOVE NEW-CHECK-NO TO VENDOR-PAYMENT-CHECK-NO.
       SET VENDOR-CHECK-ISSUED TO TRUE.
       MOVE 0 TO VENDOR-PAYMENT-VOID-DATE.
       MOVE OLD-PAYMENT-ID TO VENDOR-PAYMENT-REISSUE-OF.
       MOVE "N" TO VENDOR-PAYMENT-PP-ISSUE.
       MOVE "N" TO VENDOR-PAYMENT-PP-VOID.
       MOVE "N" TO PAYMENT-WRITE-OK.
       PERFORM WRITE-PAYMENT-ONCE UNTIL PAYMENT-WRITE-OK = "Y".
       MOVE NEW-CHECK-NO TO RELINK-CHECK-NO.
       PERFORM RELINK-INVOICES.
       PERFORM RELINK-DEBIT-MEMOS.
       PERFORM PRINT-REPLACEMENT-CHECK.
       DISPLAY "Replacement check " NEW-CHECK-NO
           " printed for payment " VENDOR-PAYMENT-ID ".".

       WRITE-PAYMENT-ONCE.
       WRITE VENDOR-PAYMENT-REGISTRATION
           INVALID KEY
               CALL "get-next-number" USING VENDOR-PAYMENT-DOC-TYPE
                   VENDOR-PAYMENT-ID
           NOT INVALID KEY
               MOVE "Y" TO PAYMENT-WRITE-OK
       END-WRITE.

       REVERSE-SETTLEMENT.
       MOVE 0 TO RELINK-CHECK-NO.
       PERFORM RELINK-INVOICES.
       PERFORM RELINK-DEBIT-MEMOS.
       DISPLAY "Invoices reopened for payment: " INVOICES-MOVED.
       DISPLAY "Debit memos reopened:          " MEMOS-MOVED.

      *The invoices the voided check paid move to the replacement
      *number, or back to Approved when there is no replacement.
       RELINK-INVOICES.
       MOVE 0 TO INVOICES-MOVED.
       CLOSE VENDOR-INVOICES-FILE.
       OPEN I-O VENDOR-INVOICES-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM RELINK-NEXT-INVOICE UNTIL END-OF-FILE = 1.

       RELINK-NEXT-INVOICE.
       READ VENDOR-INVOICES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF VENDOR-INVOICE-CHECK-NO = OLD-CHECK-NO
               AND VENDOR-INVOICE-IS-PAID
               AND VENDOR-INVOICE-VENDOR-ID = SAVED-VENDOR-ID
               MOVE RELINK-CHECK-NO TO VENDOR-INVOICE-CHECK-NO
               IF RELINK-CHECK-NO = 0
                   MOVE "Approved" TO VENDOR-INVOICE-STATUS
                   IF VENDOR-INVOICE-CURRENCY NOT = SPACE
                       PERFORM CANCEL-REALISED-EXCHANGE
                   END-IF
               END-IF
               REWRITE VENDOR-INVOICE-REGISTRATION
                   INVALID KEY
                       DISPLAY "Error updating vendor invoice."
               END-REWRITE
               ADD 1 TO INVOICES-MOVED
           END-IF
       END-IF.

      *The invoice is unpaid again, so the exchange gain or loss
      *booked when it was paid is taken back; the next run books its
      *own at that day's rate. A replacement check keeps it.
       CANCEL-REALISED-EXCHANGE.
       MOVE "N" TO FX-LAST-FOUND.
       OPEN INPUT FX-LEDGER-FILE.
       MOVE 0 TO FX-END-OF-FILE.
       PERFORM CHECK-NEXT-FX-ENTRY UNTIL FX-END-OF-FILE = 1.
       CLOSE FX-LEDGER-FILE.
       IF FX-LAST-FOUND = "Y"
           MOVE RUN-DATE TO FX-POST-DATE
           MOVE "C" TO FX-POST-KIND
           CALL "post-fx-gain-loss" USING FX-POST-FIELDS
           DISPLAY "Realised exchange difference on invoice "
               VENDOR-INVOICE-ID " taken back."
       END-IF.

      *The latest realised or cancelled entry for the invoice says
      *whether a difference is still standing. Cancelling swaps the
      *booked and paid values, which turns the posting round.
       CHECK-NEXT-FX-ENTRY.
       READ FX-LEDGER-FILE
           AT END MOVE 1 TO FX-END-OF-FILE
       END-READ.
       IF FX-END-OF-FILE = 0
           AND FX-IS-PAYABLE
           AND FX-DOC-ID = VENDOR-INVOICE-ID
           IF FX-IS-REALISED
               MOVE "Y" TO FX-LAST-FOUND
               MOVE FX-SIDE TO FX-POST-SIDE
               MOVE FX-DOC-ID TO FX-POST-DOC-ID
               MOVE FX-CURRENCY TO FX-POST-CURRENCY
               MOVE FX-DOC-AMOUNT TO FX-POST-DOC-AMOUNT
               MOVE FX-NEW-RATE TO FX-POST-BOOKED-RATE
               MOVE FX-BOOKED-RATE TO FX-POST-NEW-RATE
               MOVE FX-NEW-HOME TO FX-POST-BOOKED-HOME
               MOVE FX-BOOKED-HOME TO FX-POST-NEW-HOME
           ELSE IF FX-IS-CANCELLED
               MOVE "N" TO FX-LAST-FOUND
           END-IF
       END-IF.

       RELINK-DEBIT-MEMOS.
       MOVE 0 TO MEMOS-MOVED.
       CLOSE RTV-FILE.
       OPEN I-O RTV-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM RELINK-NEXT-DEBIT-MEMO UNTIL END-OF-FILE = 1.

       RELINK-NEXT-DEBIT-MEMO.
       READ RTV-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF RTV-CHECK-NO = OLD-CHECK-NO
               AND RTV-STATUS = "Credited"
               AND RTV-VENDOR-ID = SAVED-VENDOR-ID
               MOVE RELINK-CHECK-NO TO RTV-CHECK-NO
               IF RELINK-CHECK-NO = 0
                   MOVE "Open" TO RTV-STATUS
               END-IF
               REWRITE RTV-REGISTRATION
                   INVALID KEY
                       DISPLAY "Error updating RTV record."
               END-REWRITE
               ADD 1 TO MEMOS-MOVED
           END-IF
       END-IF.

      *The replacement goes to the check printer with its own stub,
      *naming the check it replaces and the invoices it settles.
       PRINT-REPLACEMENT-CHECK.
       OPEN OUTPUT CHECK-PRINT-FILE.
       MOVE "============== REMITTANCE ADVICE =============="
           TO CHECK-PRINT-LINE.
       WRITE CHECK-PRINT-LINE.
       MOVE SPACE TO CHECK-PRINT-LINE.
       STRING "Vendor: " DELIMITED BY SIZE
           SAVED-VENDOR-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VENDOR-NAME DELIMITED BY SIZE
           INTO CHECK-PRINT-LINE.
       WRITE CHECK-PRINT-LINE.
       MOVE SPACE TO CHECK-PRINT-LINE.
       STRING "Payment date: " DELIMITED BY SIZE
           RUN-DATE DELIMITED BY SIZE
           "   Check number: " DELIMITED BY SIZE
           NEW-CHECK-NO DELIMITED BY SIZE
           INTO CHECK-PRINT-LINE.
       WRITE CHECK-PRINT-LINE.
       MOVE SPACE TO CHECK-PRINT-LINE.
       STRING "Replaces check " DELIMITED BY SIZE
           OLD-CHECK-NO DELIMITED BY SIZE
           " dated " DELIMITED BY SIZE
           OLD-CHECK-DATE DELIMITED BY SIZE
           ", now void." DELIMITED BY SIZE
           INTO CHECK-PRINT-LINE.
       WRITE CHECK-PRINT-LINE.
       MOVE "-----------------------------------------------"
           TO CHECK-PRINT-LINE.
       WRITE CHECK-PRINT-LINE.
       CLOSE VENDOR-INVOICES-FILE.
       OPEN I-O VENDOR-INVOICES-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM PRINT-NEXT-STUB-INVOICE UNTIL END-OF-FILE = 1.
       MOVE "-----------------------------------------------"
           TO CHECK-PRINT-LINE.
       WRITE CHECK-PRINT-LINE.
       MOVE SAVED-GROSS TO AMOUNT-EDIT.
       MOVE SPACE TO CHECK-PRINT-LINE.
       STRING "Invoices:      " DELIMITED BY SIZE
           AMOUNT-EDIT DELIMITED BY SIZE
           INTO CHECK-PRINT-LINE.
       WRITE CHECK-PRINT-LINE.
       MOVE SAVED-DISCOUNTS TO AMOUNT-EDIT.
       MOVE SPACE TO CHECK-PRINT-LINE.
       STRING "Discounts:     " DELIMITED BY SIZE
           AMOUNT-EDIT DELIMITED BY SIZE
           INTO CHECK-PRINT-LINE.
       WRITE CHECK-PRINT-LINE.
       MOVE SAVED-CREDITS TO AMOUNT-EDIT.
       MOVE SPACE TO CHECK-PRINT-LINE.
       STRING "Credits taken: " DELIMITED BY SIZE
           AMOUNT-EDIT DELIMITED BY SIZE
           INTO CHECK-PRINT-LINE.
       WRITE CHECK-PRINT-LINE.
       MOVE SAVED-NET TO AMOUNT-EDIT.
       MOVE SPACE TO CHECK-PRINT-LINE.
       STRING "Net payment:   " DELIMITED BY SIZE
           AMOUNT-EDIT DELIMITED BY SIZE
           INTO CHECK-PRINT-LINE.
       WRITE CHECK-PRINT-LINE.
       MOVE "===============================================" TO
           CHECK-PRINT-LINE.
       WRITE CHECK-PRINT-LINE.
       PERFORM PRINT-CHECK-FACE.
       CLOSE CHECK-PRINT-FILE.

       PRINT-NEXT-STUB-INVOICE.
       READ VENDOR-INVOICES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF VENDOR-INVOICE-CHECK-NO = NEW-CHECK-NO
               AND VENDOR-INVOICE-VENDOR-ID = SAVED-VENDOR-ID
               MOVE VENDOR-INVOICE-TOTAL TO AMOUNT-EDIT
               MOVE SPACE TO CHECK-PRINT-LINE
               STRING "Invoice " DELIMITED BY SIZE
                   VENDOR-INVOICE-ID DELIMITED BY SIZE
                   " ref " DELIMITED BY SIZE
                   VENDOR-INVOICE-REF DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   INTO CHECK-PRINT-LINE
               WRITE CHECK-PRINT-LINE
           END-IF
       END-IF.

       PRINT-CHECK-FACE.
       MOVE "- - - - - - - - - - - - - - - - - - - - - - - -"
           TO CHECK-PRINT-LINE.
       WRITE CHECK-PRINT-LINE.
       MOVE SPACE TO CHECK-PRINT-LINE.
       STRING "STOCK CONTROL SUPPLIES CO.          CHECK NO. "
           DELIMITED BY SIZE
           NEW-CHECK-NO DELIMITED BY SIZE
           INTO CHECK-PRINT-LINE.
       WRITE CHECK-PRINT-LINE.
       MOVE SPACE TO CHECK-PRINT-LINE.
       STRING "                                    DATE "
           DELIMITED BY SIZE
           RUN-DATE DELIMITED BY SIZE
           INTO CHECK-PRINT-LINE.
       WRITE CHECK-PRINT-LINE.
       MOVE SAVED-NET TO CHECK-AMOUNT-EDIT.
       MOVE SPACE TO CHECK-PRINT-LINE.
       STRING "PAY TO THE ORDER OF " DELIMITED BY SIZE
           VENDOR-NAME DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CHECK-AMOUNT-EDIT DELIMITED BY SIZE
           INTO CHECK-PRINT-LINE.
       WRITE CHECK-PRINT-LINE.
       CALL "amount-in-words" USING SAVED-NET AMOUNT-WORDS.
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

      *The void and any replacement go to the bank on the next
      *positive-pay file; when the replacement is handed over today
      *the file can be written now instead of waiting for a run.
       OFFER-POSITIVE-PAY.
       DISPLAY "Write the positive-pay file now (Y/N)?".
       MOVE SPACE TO ANSWER.
       ACCEPT ANSWER.
       IF ANSWER = "Y" OR ANSWER = "y"
           CLOSE VENDOR-PAYMENTS-FILE
           CLOSE VENDORS-FILE
           CALL "write-positive-pay" USING POSITIVE-PAY-COUNT
           OPEN I-O VENDOR-PAYMENTS-FILE
           OPEN I-O VENDORS-FILE
           DISPLAY "Positive-pay items sent: " POSITIVE-PAY-COUNT
       ELSE
           DISPLAY "The void goes on the next positive-pay file."
       END-IF.

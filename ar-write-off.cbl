       IDENTIFICATION DIVISION.
       PROGRAM-ID. ar-write-off.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "invoice-physical-file.cbl".
       COPY "customer-physical-file.cbl".
       COPY "operator-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with invoice fields.
       COPY "invoice-logic-file.cbl".
      * Logic file with customer fields.
       COPY "customer-logic-file.cbl".
      * Logic file with operator fields.
       COPY "operator-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's invoices
      * are written off, and the trail shows who keyed the write-off
      * as well as who approved it.
       COPY "session-data.cbl".
       01  OPTION PIC 9.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  RECORD-FOUND PIC X.
       77  RUN-DATE PIC 9(8).
       77  PERIOD-OPEN-FLAG PIC X.
       77  WANTED-INVOICE-ID PIC 9(6).
       77  WANTED-CUSTOMER-ID PIC 9(6).
      * The most the small-balance sweep may clear off one invoice
      * without an administrator looking at it.
       77  SMALL-BALANCE-LIMIT PIC 9(3)V99 VALUE 10.00.
       77  TOLERANCE-ENTRY PIC 9(3).99.
       77  SWEEP-TOLERANCE PIC 9(3)V99.
      * Reason codes ride on the GL queue, so only the first ten
      * characters may be used.
       01  WRITE-OFF-REASON-ENTRY.
           05  WRITE-OFF-REASON-SHORT PIC X(10).
           05  WRITE-OFF-REASON-REST PIC X(10).
       77  DEFAULT-REASON PIC X(10).
       77  REASON-CHOICE PIC 9.
       77  REASON-VALID-FLAG PIC X.
       77  WRITE-OFF-MOVE-TYPE PIC X(01) VALUE "B".
       77  APPROVER-ID PIC X(10).
       77  APPROVER-PASSWORD PIC X(10).
       77  APPROVAL-OK PIC X.
       77  CONFIRM-ANSWER PIC X.
       77  WRITE-OFF-AMOUNT PIC 9(9)V99.
       77  SWEEP-COUNT PIC 9(5) VALUE 0.
       77  SWEEP-TOTAL PIC 9(11)V99 VALUE 0.
       77  LIST-COUNT PIC 9(5) VALUE 0.
       77  AMOUNT-EDIT PIC Z(8)9.99.
       01  REPORT-LINE-BUFFER PIC X(132).
       77  SPOOL-ACTION PIC X.
       77  SPOOL-REPORT-NAME PIC X(12) VALUE "SMALLBAL".
       77  QUEUE-TYPE PIC X(10).
       77  QUEUE-REVERSE-FLAG PIC X(01).
       77  QUEUE-REFERENCE PIC X(20).
       77  CREDIT-EVENT-TYPE-FIELD PIC X(01).
       77  CREDIT-EVENT-LEVEL-FIELD PIC 9(1).
       77  CREDIT-EVENT-AMOUNT-FIELD PIC 9(9)V99.
       77  CREDIT-EVENT-REF-FIELD PIC X(20).
       77  AUDIT-ID PIC X(15).
       77  AUDIT-BEFORE PIC X(40).
       77  AUDIT-AFTER PIC X(40).
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "AR-WRITE-OFF".
       77  LOG-MESSAGE-FIELD PIC X(80).

       PROCEDURE DIVISION.

      *Receivables nobody is ever going to pay come off the ledger
      *here instead of sitting on the aging for ever: the pennies
      *left behind by short payments are swept in one batch, and a
      *customer's bad debt is written off invoice by invoice with an
      *administrator's approval. Either way the invoice keeps the
      *amount, date and reason of the write-off, the account balance
      *comes down, and the GL extract posts it through the reason
      *code. Should the money turn up after all, the write-off is
      *reinstated and the recovery taken through payment entry.
       PROGRAM-BEGIN.
       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       OPEN I-O INVOICES-FILE.
       OPEN I-O CUSTOMERS-FILE.
       OPEN I-O OPERATORS-FILE.
       PERFORM AR-WRITE-OFF-MENU.
       PERFORM PROCESS-OPTION UNTIL OPTION = 0.
       CLOSE INVOICES-FILE.
       CLOSE CUSTOMERS-FILE.
       CLOSE OPERATORS-FILE.
       GOBACK.

       AR-WRITE-OFF-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Receivable Write-Off Menu"
       DISPLAY "1. Sweep small residual balances"
       DISPLAY "2. Write off a bad debt invoice"
       DISPLAY "3. Reinstate a written-off invoice on recovery"
       DISPLAY "4. List a customer's write-offs"
       DISPLAY "0. Back"
       DISPLAY "Enter your choice (0-4):"
       ACCEPT OPTION.

       PROCESS-OPTION.
       IF OPTION = 1 THEN
           PERFORM SWEEP-SMALL-BALANCES
           PERFORM AR-WRITE-OFF-MENU
       ELSE IF OPTION = 2 THEN
           PERFORM WRITE-OFF-BAD-DEBT
           PERFORM AR-WRITE-OFF-MENU
       ELSE IF OPTION = 3 THEN
           PERFORM REINSTATE-WRITE-OFF
           PERFORM AR-WRITE-OFF-MENU
       ELSE IF OPTION = 4 THEN
           PERFORM LIST-CUSTOMER-WRITE-OFFS
           PERFORM AR-WRITE-OFF-MENU
       ELSE IF OPTION = 0 THEN
           CONTINUE
       ELSE
           DISPLAY "Invalid option. Please enter a valid choice (0-4):"
           MOVE "Invalid receivable write-off menu option entered."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
           PERFORM AR-WRITE-OFF-MENU.

      *Lockbox rounding and short payments leave a few cents on
      *invoices that are otherwise settled. Every open invoice that
      *has had money against it and is left owing no more than the
      *tolerance is cleared under one reason code in a single run.
      *An invoice nothing has been paid against is a debt, not a
      *residual, and is never swept.
       SWEEP-SMALL-BALANCES.
       CALL "check-period-open" USING RUN-DATE PERIOD-OPEN-FLAG.
       IF PERIOD-OPEN-FLAG = "N"
           DISPLAY "Today's date falls in a closed accounting "
           "period. Nothing swept."
           MOVE "Small-balance sweep refused - period is closed."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
       ELSE
           PERFORM ASK-SWEEP-TOLERANCE
           IF SWEEP-TOLERANCE > 0
               MOVE "SMALLBAL" TO DEFAULT-REASON
               MOVE SPACE TO APPROVER-ID
               PERFORM ASK-REASON-CODE
               PERFORM RUN-SMALL-BALANCE-SWEEP
           END-IF
       END-IF.

       ASK-SWEEP-TOLERANCE.
       MOVE SMALL-BALANCE-LIMIT TO AMOUNT-EDIT.
       DISPLAY "Largest residual to sweep (up to " AMOUNT-EDIT
           ", e.g. 001.00): ".
       ACCEPT TOLERANCE-ENTRY.
       MOVE TOLERANCE-ENTRY TO SWEEP-TOLERANCE.
       IF SWEEP-TOLERANCE = 0
           DISPLAY "Nothing swept."
       ELSE IF SWEEP-TOLERANCE > SMALL-BALANCE-LIMIT
           DISPLAY "That is more than a small balance. Amounts "
           "above the limit go through a bad debt write-off."
           MOVE 0 TO SWEEP-TOLERANCE
       END-IF.

       RUN-SMALL-BALANCE-SWEEP.
       MOVE 0 TO SWEEP-COUNT.
       MOVE 0 TO SWEEP-TOTAL.
       MOVE "O" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       MOVE "=========== SMALL BALANCE WRITE-OFF ===========" TO
           REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SWEEP-TOLERANCE TO AMOUNT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Date " DELIMITED BY SIZE
           RUN-DATE DELIMITED BY SIZE
           "  Tolerance " DELIMITED BY SIZE
           AMOUNT-EDIT DELIMITED BY SIZE
           "  Reason " DELIMITED BY SIZE
           WRITE-OFF-REASON-SHORT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "-----------------------------------------------" TO
           REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE 0 TO INVOICE-ID.
       MOVE 0 TO END-OF-FILE.
       START INVOICES-FILE KEY IS >= INVOICE-ID
           INVALID KEY MOVE 1 TO END-OF-FILE.
       PERFORM SWEEP-NEXT-INVOICE UNTIL END-OF-FILE = 1.
       MOVE "-----------------------------------------------" TO
           REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SWEEP-TOTAL TO AMOUNT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Invoices cleared: " DELIMITED BY SIZE
           SWEEP-COUNT DELIMITED BY SIZE
           "  Total written off: " DELIMITED BY SIZE
           AMOUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "C" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

       SWEEP-NEXT-INVOICE.
       READ INVOICES-FILE NEXT RECORD WITH LOCK
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND INVOICE-COMPANY-CODE = SESSION-COMPANY-CODE
           AND INVOICE-STATUS = "Open"
           AND INVOICE-BALANCE > 0
           AND INVOICE-BALANCE <= SWEEP-TOLERANCE
           AND INVOICE-BALANCE < INVOICE-TOTAL
           MOVE INVOICE-BALANCE TO WRITE-OFF-AMOUNT
           PERFORM APPLY-WRITE-OFF
           ADD 1 TO SWEEP-COUNT
           ADD WRITE-OFF-AMOUNT TO SWEEP-TOTAL
           MOVE WRITE-OFF-AMOUNT TO AMOUNT-EDIT
           MOVE SPACE TO REPORT-LINE-BUFFER
           STRING "Invoice " DELIMITED BY SIZE
               INVOICE-ID DELIMITED BY SIZE
               "  Customer " DELIMITED BY SIZE
               INVOICE-CUSTOMER-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
       END-IF.

      *A customer gone bust: the whole balance of one invoice comes
      *off, under a bad debt reason and with a second administrator
      *approving it, the same control as a stock write-off.
       WRITE-OFF-BAD-DEBT.
       DISPLAY "Enter the invoice id to write off: ".
       ACCEPT WANTED-INVOICE-ID.
       MOVE WANTED-INVOICE-ID TO INVOICE-ID.
       MOVE "S" TO RECORD-FOUND.
       READ INVOICES-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND INVOICE-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No invoice found with that id."
       ELSE IF INVOICE-STATUS NOT = "Open" OR INVOICE-BALANCE = 0
           DISPLAY "Invoice " INVOICE-ID " is " INVOICE-STATUS
           " - nothing left to write off."
       ELSE
           PERFORM CONFIRM-BAD-DEBT.

       CONFIRM-BAD-DEBT.
       CALL "check-period-open" USING RUN-DATE PERIOD-OPEN-FLAG.
       IF PERIOD-OPEN-FLAG = "N"
           DISPLAY "Today's date falls in a closed accounting "
           "period. Invoice not written off."
           MOVE "Bad debt write-off refused - period is closed."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
       ELSE
           MOVE INVOICE-BALANCE TO AMOUNT-EDIT
           DISPLAY "Customer " INVOICE-CUSTOMER-ID " "
               INVOICE-CUSTOMER-NAME
           DISPLAY "Invoice " INVOICE-ID " dated " INVOICE-DATE
               " balance " AMOUNT-EDIT
           MOVE "BADDEBT" TO DEFAULT-REASON
           PERFORM ASK-REASON-CODE
           PERFORM ASK-ADMIN-APPROVAL
           IF APPROVAL-OK = "Y"
               MOVE INVOICE-BALANCE TO WRITE-OFF-AMOUNT
               PERFORM APPLY-WRITE-OFF
               DISPLAY "Invoice " INVOICE-ID " written off."
           ELSE
               DISPLAY "Write-off not approved. Invoice unchanged."
               MOVE "Bad debt write-off refused - no admin approval."
                   TO LOG-MESSAGE-FIELD
               CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
                   LOG-MESSAGE-FIELD
           END-IF
       END-IF.

      *The reason has to be one the accountant has set up for
      *receivable write-offs, and short enough to ride on the GL
      *queue. A blank entry takes the code offered. With the master
      *still empty the built-in pair stands in.
       ASK-REASON-CODE.
       DISPLAY "Enter the write-off reason code (blank for "
           DEFAULT-REASON "): ".
       ACCEPT WRITE-OFF-REASON-ENTRY.
       IF WRITE-OFF-REASON-ENTRY = SPACE
           MOVE DEFAULT-REASON TO WRITE-OFF-REASON-ENTRY
       END-IF.
       CALL "check-reason-code" USING WRITE-OFF-REASON-ENTRY
           WRITE-OFF-MOVE-TYPE REASON-VALID-FLAG.
       IF WRITE-OFF-REASON-ENTRY = SPACE
           DISPLAY "A reason code is required."
           PERFORM ASK-REASON-CODE
       ELSE IF WRITE-OFF-REASON-REST NOT = SPACE
           DISPLAY "Write-off reason codes are at most 10 "
           "characters."
           PERFORM ASK-REASON-CODE
       ELSE IF REASON-VALID-FLAG = "N"
           DISPLAY "That reason code is not on the master (or not "
           "allowed for receivable write-offs). Re-enter."
           MOVE "Unknown receivable write-off reason rejected."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
           PERFORM ASK-REASON-CODE
       ELSE IF REASON-VALID-FLAG = "E"
           PERFORM ASK-LEGACY-REASON
       END-IF.

       ASK-LEGACY-REASON.
       DISPLAY "Reason for the write-off:".
       DISPLAY "1. Bad debt".
       DISPLAY "2. Small balance".
       DISPLAY "Enter your choice (1-2): ".
       ACCEPT REASON-CHOICE.
       IF REASON-CHOICE = 1
           MOVE "BADDEBT" TO WRITE-OFF-REASON-ENTRY
       ELSE IF REASON-CHOICE = 2
           MOVE "SMALLBAL" TO WRITE-OFF-REASON-ENTRY
       ELSE
           DISPLAY "Enter a choice from the list."
           PERFORM ASK-LEGACY-REASON.

      *The approver keys their own credentials; only an operator
      *with the administrator role on file can wave the write-off
      *through.
       ASK-ADMIN-APPROVAL.
       MOVE "N" TO APPROVAL-OK.
       DISPLAY "An administrator must approve this write-off.".
       DISPLAY "Approver operator id: ".
       ACCEPT APPROVER-ID.
       DISPLAY "Approver password: ".
       ACCEPT APPROVER-PASSWORD.
       MOVE APPROVER-ID TO OPERATOR-ID.
       MOVE "S" TO RECORD-FOUND.
       READ OPERATORS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No operator found with that id."
       ELSE IF OPERATOR-PASSWORD NOT = APPROVER-PASSWORD
           DISPLAY "Incorrect password."
       ELSE IF NOT ROLE-IS-ADMIN
           DISPLAY "That operator is not an administrator."
       ELSE
           MOVE "Y" TO APPROVAL-OK
       END-IF.

      *Both kinds of write-off land here with the invoice read and
      *locked: the invoice is closed off as written off, the account
      *balance comes down and the reason code's posting is queued.
       APPLY-WRITE-OFF.
       MOVE SPACE TO AUDIT-BEFORE.
       STRING "BAL=" DELIMITED BY SIZE
           INVOICE-BALANCE DELIMITED BY SIZE
           " STATUS=" DELIMITED BY SIZE
           INVOICE-STATUS DELIMITED BY SIZE
           INTO AUDIT-BEFORE.
       MOVE WRITE-OFF-AMOUNT TO INVOICE-WRITTEN-OFF-AMOUNT.
       MOVE 0 TO INVOICE-BALANCE.
       MOVE "Written off" TO INVOICE-STATUS.
       MOVE RUN-DATE TO INVOICE-WRITE-OFF-DATE.
       MOVE WRITE-OFF-REASON-ENTRY TO INVOICE-WRITE-OFF-REASON.
       MOVE 0 TO INVOICE-REINSTATED-DATE.
       REWRITE INVOICE-REGISTRATION
           INVALID KEY
               DISPLAY "Error updating invoice record."
           NOT INVALID KEY
               PERFORM TAKE-OFF-CUSTOMER-BALANCE
               MOVE "N" TO QUEUE-REVERSE-FLAG
               PERFORM QUEUE-WRITE-OFF-POSTING
               MOVE SPACE TO AUDIT-AFTER
               STRING "WOFF=" DELIMITED BY SIZE
                   INVOICE-WRITTEN-OFF-AMOUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INVOICE-WRITE-OFF-REASON DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   APPROVER-ID DELIMITED BY SPACE
                   INTO AUDIT-AFTER
               PERFORM LOG-WRITE-OFF-AUDIT
       END-REWRITE.

       TAKE-OFF-CUSTOMER-BALANCE.
       MOVE INVOICE-CUSTOMER-ID TO CUSTOMER-ID.
       MOVE "S" TO RECORD-FOUND.
       READ CUSTOMERS-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           IF WRITE-OFF-AMOUNT > CUSTOMER-OPEN-BALANCE
               MOVE ZERO TO CUSTOMER-OPEN-BALANCE
           ELSE
               SUBTRACT WRITE-OFF-AMOUNT FROM CUSTOMER-OPEN-BALANCE
           END-IF
           REWRITE CUSTOMER-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating customer balance."
           END-REWRITE
           PERFORM LOG-BALANCE-EVENT
       ELSE
           DISPLAY "Customer not on file for balance update."
       END-IF.

      *The balance the write-off leaves goes into the customer's
      *credit history, so the next review sees the debt that went
      *bad.
       LOG-BALANCE-EVENT.
       MOVE "B" TO CREDIT-EVENT-TYPE-FIELD.
       MOVE 0 TO CREDIT-EVENT-LEVEL-FIELD.
       MOVE CUSTOMER-OPEN-BALANCE TO CREDIT-EVENT-AMOUNT-FIELD.
       MOVE SPACE TO CREDIT-EVENT-REF-FIELD.
       STRING "WOFF " DELIMITED BY SIZE
           INVOICE-ID DELIMITED BY SIZE
           INTO CREDIT-EVENT-REF-FIELD.
       CALL "log-credit-event" USING CUSTOMER-ID
           CREDIT-EVENT-TYPE-FIELD CREDIT-EVENT-LEVEL-FIELD
           CREDIT-EVENT-AMOUNT-FIELD CREDIT-EVENT-REF-FIELD.

      *The write-off is queued under its reason code, so the GL
      *extract posts it to that code's account pair, and turns the
      *pair round when a write-off is reinstated.
       QUEUE-WRITE-OFF-POSTING.
       MOVE INVOICE-WRITE-OFF-REASON TO QUEUE-TYPE.
       MOVE SPACE TO QUEUE-REFERENCE.
       STRING "WOFF " DELIMITED BY SIZE
           INVOICE-ID DELIMITED BY SIZE
           INTO QUEUE-REFERENCE.
       CALL "queue-gl-posting" USING QUEUE-TYPE RUN-DATE
           INVOICE-WRITTEN-OFF-AMOUNT QUEUE-REVERSE-FLAG
           QUEUE-REFERENCE.

       LOG-WRITE-OFF-AUDIT.
       MOVE INVOICE-ID TO AUDIT-ID.
       CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD AUDIT-ID
           AUDIT-BEFORE AUDIT-AFTER.

      *Money on a written-off debt does turn up now and then. The
      *write-off is put back whole - the invoice reopens for the
      *amount written off and the account balance goes back up -
      *and the recovery is then taken through payment entry like
      *any other receipt. Whatever the customer does not pay can be
      *written off again.
       REINSTATE-WRITE-OFF.
       DISPLAY "Enter the written-off invoice id: ".
       ACCEPT WANTED-INVOICE-ID.
       MOVE WANTED-INVOICE-ID TO INVOICE-ID.
       MOVE "S" TO RECORD-FOUND.
       READ INVOICES-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND INVOICE-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No invoice found with that id."
       ELSE IF INVOICE-STATUS NOT = "Written off"
           DISPLAY "Invoice " INVOICE-ID " is " INVOICE-STATUS
           " - it has not been written off."
       ELSE
           PERFORM CONFIRM-REINSTATEMENT.

       CONFIRM-REINSTATEMENT.
       CALL "check-period-open" USING RUN-DATE PERIOD-OPEN-FLAG.
       IF PERIOD-OPEN-FLAG = "N"
           DISPLAY "Today's date falls in a closed accounting "
           "period. Write-off not reinstated."
       ELSE
           MOVE INVOICE-WRITTEN-OFF-AMOUNT TO AMOUNT-EDIT
           DISPLAY "Customer " INVOICE-CUSTOMER-ID " "
               INVOICE-CUSTOMER-NAME
           DISPLAY "Written off " INVOICE-WRITE-OFF-DATE " "
               AMOUNT-EDIT " " INVOICE-WRITE-OFF-REASON
           DISPLAY "Reinstate the written-off amount (Y/N)? "
           ACCEPT CONFIRM-ANSWER
           IF CONFIRM-ANSWER = "Y" OR CONFIRM-ANSWER = "y"
               PERFORM APPLY-REINSTATEMENT
           ELSE
               DISPLAY "Write-off left in place."
           END-IF
       END-IF.

       APPLY-REINSTATEMENT.
       MOVE INVOICE-WRITTEN-OFF-AMOUNT TO INVOICE-BALANCE.
       MOVE "Open" TO INVOICE-STATUS.
       MOVE RUN-DATE TO INVOICE-REINSTATED-DATE.
       REWRITE INVOICE-REGISTRATION
           INVALID KEY
               DISPLAY "Error updating invoice record."
           NOT INVALID KEY
               PERFORM PUT-BACK-CUSTOMER-BALANCE
               MOVE "Y" TO QUEUE-REVERSE-FLAG
               PERFORM QUEUE-WRITE-OFF-POSTING
               MOVE SPACE TO AUDIT-BEFORE
               STRING "WOFF=" DELIMITED BY SIZE
                   INVOICE-WRITTEN-OFF-AMOUNT DELIMITED BY SIZE
                   " STATUS=Written off" DELIMITED BY SIZE
                   INTO AUDIT-BEFORE
               MOVE SPACE TO AUDIT-AFTER
               STRING "BAL=" DELIMITED BY SIZE
                   INVOICE-BALANCE DELIMITED BY SIZE
                   " STATUS=Open" DELIMITED BY SIZE
                   INTO AUDIT-AFTER
               PERFORM LOG-WRITE-OFF-AUDIT
               DISPLAY "Invoice " INVOICE-ID " reinstated. Take the "
               "recovery through payment entry."
       END-REWRITE.

       PUT-BACK-CUSTOMER-BALANCE.
       MOVE INVOICE-CUSTOMER-ID TO CUSTOMER-ID.
       MOVE "S" TO RECORD-FOUND.
       READ CUSTOMERS-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           ADD INVOICE-WRITTEN-OFF-AMOUNT TO CUSTOMER-OPEN-BALANCE
           REWRITE CUSTOMER-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating customer balance."
           END-REWRITE
           PERFORM LOG-BALANCE-EVENT
       ELSE
           DISPLAY "Customer not on file for balance update."
       END-IF.

       LIST-CUSTOMER-WRITE-OFFS.
       DISPLAY "Enter the customer id: ".
       ACCEPT WANTED-CUSTOMER-ID.
       MOVE 0 TO LIST-COUNT.
       MOVE 0 TO INVOICE-ID.
       MOVE 0 TO END-OF-FILE.
       START INVOICES-FILE KEY IS >= INVOICE-ID
           INVALID KEY MOVE 1 TO END-OF-FILE.
       PERFORM SHOW-NEXT-WRITE-OFF UNTIL END-OF-FILE = 1.
       DISPLAY "Write-offs for customer " WANTED-CUSTOMER-ID ": "
           LIST-COUNT.

       SHOW-NEXT-WRITE-OFF.
       READ INVOICES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND INVOICE-COMPANY-CODE = SESSION-COMPANY-CODE
           AND INVOICE-CUSTOMER-ID = WANTED-CUSTOMER-ID
           AND INVOICE-WRITE-OFF-REASON NOT = SPACE
           ADD 1 TO LIST-COUNT
           MOVE INVOICE-WRITTEN-OFF-AMOUNT TO AMOUNT-EDIT
           DISPLAY INVOICE-ID " " INVOICE-WRITE-OFF-DATE " "
               AMOUNT-EDIT " " INVOICE-WRITE-OFF-REASON " "
               INVOICE-STATUS
           IF INVOICE-REINSTATED-DATE > 0
               DISPLAY "   Reinstated " INVOICE-REINSTATED-DATE
           END-IF
       END-IF.

       SHOW-REPORT-LINE.
       DISPLAY REPORT-LINE-BUFFER.
       MOVE "L" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

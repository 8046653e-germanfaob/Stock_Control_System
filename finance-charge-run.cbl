       IDENTIFICATION DIVISION.
       PROGRAM-ID. finance-charge-run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "invoice-physical-file.cbl".
       COPY "customer-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with invoice fields.
       COPY "invoice-logic-file.cbl".
      * Logic file with customer fields.
       COPY "customer-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are charged.
       COPY "session-data.cbl".
       01  OPTION PIC 9.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  RECORD-FOUND PIC X.
       77  RUN-DATE PIC 9(8).
       77  RUN-PERIOD PIC 9(6).
       77  RECORD-PERIOD PIC 9(6).
       77  PERIOD-OPEN-FLAG PIC X.
       77  FINANCE-RATE-PCT PIC 9(3)V99.
       77  FINANCE-MIN-CHARGE PIC 9(5)V99.
       77  FINANCE-GRACE-DAYS PIC 9(3).
       77  NEXT-INVOICE-ID PIC 9(6).
       77  INVOICE-WRITE-OK PIC X.
       01  CUSTOMER-COUNT PIC 9(3) VALUE 0.
      * One row per customer with an invoice far enough past due to
      * draw interest, and a note of whether this month's charge has
      * already been raised, so a rerun cannot charge twice.
       01  FIN-TABLE.
           05  FIN-ENTRY OCCURS 200 TIMES.
               10  FIN-CUSTOMER-ID   PIC 9(6).
               10  FIN-CUSTOMER-NAME PIC X(50).
               10  FIN-OVERDUE-TOTAL PIC 9(11)V99.
               10  FIN-INTEREST      PIC 9(9)V99.
               10  FIN-CHARGED-FLAG  PIC X(01).
       01  SEARCH-IDX PIC 9(3).
       01  FOUND-CUSTOMER PIC X.
       01  ROW-CUSTOMER-ID PIC 9(6).
       01  ROW-CUSTOMER-NAME PIC X(50).
       01  INVOICE-AGE-DAYS PIC S9(7).
       01  CHARGE-DAYS PIC 9(3).
       01  INVOICE-INTEREST PIC 9(9)V99.
       01  CONV-DATE-X PIC X(8).
       01  CONV-DATE-N REDEFINES CONV-DATE-X.
           05  CONV-YEAR  PIC 9(4).
           05  CONV-MONTH PIC 9(2).
           05  CONV-DAY   PIC 9(2).
       01  CONV-DAYNUM PIC 9(7).
       01  RUN-DAYNUM PIC 9(7).
       01  DUE-DAYNUM PIC 9(7).
       77  CHARGES-RAISED PIC 9(5) VALUE 0.
       77  CHARGES-TOTAL PIC 9(11)V99 VALUE 0.
       77  EXEMPT-SKIPPED PIC 9(5) VALUE 0.
       77  ALREADY-SKIPPED PIC 9(5) VALUE 0.
       77  WANTED-INVOICE-ID PIC 9(6).
       77  WANTED-CUSTOMER-ID PIC 9(6).
       77  REVERSAL-REASON PIC X(40).
       77  REVERSED-AMOUNT PIC 9(9)V99.
       77  EXEMPT-ANSWER PIC X.
       77  AMOUNT-EDIT PIC Z(8)9.99.
       77  RATE-EDIT PIC ZZ9.99.
       01  REPORT-LINE-BUFFER PIC X(132).
       77  SPOOL-ACTION PIC X.
       77  SPOOL-REPORT-NAME PIC X(12) VALUE "FINCHARGE".
       77  QUEUE-TYPE PIC X(10) VALUE "FINCHG".
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
           VALUE "FINANCE-CHARGE-RUN".
       77  LOG-MESSAGE-FIELD PIC X(80).

       PROCEDURE DIVISION.

      *Our terms allow interest on overdue balances. Once a month
      *every customer whose invoices have run past due by more than
      *the grace period is charged interest on those balances at the
      *annual rate in FINCHG.CFG, never less than the minimum charge.
      *The charge is raised as a finance charge document on the
      *invoice file, so it sits on the account, the statement and
      *the aging like any other debt and is paid the same way. A
      *finance charge never draws interest itself.
       PROGRAM-BEGIN.
       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       DIVIDE RUN-DATE BY 100 GIVING RUN-PERIOD.
       MOVE RUN-DATE TO CONV-DATE-X.
       PERFORM COMPUTE-CONV-DAYNUM.
       MOVE CONV-DAYNUM TO RUN-DAYNUM.
       CALL "get-finance-charge-terms" USING FINANCE-RATE-PCT
           FINANCE-MIN-CHARGE FINANCE-GRACE-DAYS.
       OPEN I-O INVOICES-FILE.
       OPEN I-O CUSTOMERS-FILE.
       PERFORM FINANCE-CHARGE-MENU.
       PERFORM PROCESS-OPTION UNTIL OPTION = 0.
       CLOSE INVOICES-FILE.
       CLOSE CUSTOMERS-FILE.
       GOBACK.

       FINANCE-CHARGE-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Finance Charge Menu"
       DISPLAY "1. Raise this month's finance charges"
       DISPLAY "2. Reverse a finance charge"
       DISPLAY "3. Set a customer's finance charge exemption"
       DISPLAY "4. List a customer's finance charges"
       DISPLAY "0. Back"
       DISPLAY "Enter your choice (0-4):"
       ACCEPT OPTION.

       PROCESS-OPTION.
       IF OPTION = 1 THEN
           PERFORM RUN-FINANCE-CHARGES
           PERFORM FINANCE-CHARGE-MENU
       ELSE IF OPTION = 2 THEN
           PERFORM REVERSE-FINANCE-CHARGE
           PERFORM FINANCE-CHARGE-MENU
       ELSE IF OPTION = 3 THEN
           PERFORM SET-CUSTOMER-EXEMPTION
           PERFORM FINANCE-CHARGE-MENU
       ELSE IF OPTION = 4 THEN
           PERFORM LIST-CUSTOMER-CHARGES
           PERFORM FINANCE-CHARGE-MENU
       ELSE IF OPTION = 0 THEN
           CONTINUE
       ELSE
           DISPLAY "Invalid option. Please enter a valid choice (0-4):"
           MOVE "Invalid finance charge menu option entered."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
           PERFORM FINANCE-CHARGE-MENU.

       RUN-FINANCE-CHARGES.
       CALL "check-period-open" USING RUN-DATE PERIOD-OPEN-FLAG.
       IF PERIOD-OPEN-FLAG = "N"
           DISPLAY "Today's date falls in a closed accounting "
           "period. No finance charges raised."
           MOVE "Finance charges refused - period is closed."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
       ELSE
           PERFORM RAISE-MONTH-CHARGES
       END-IF.

       RAISE-MONTH-CHARGES.
       MOVE 0 TO CUSTOMER-COUNT.
       MOVE 0 TO CHARGES-RAISED.
       MOVE 0 TO CHARGES-TOTAL.
       MOVE 0 TO EXEMPT-SKIPPED.
       MOVE 0 TO ALREADY-SKIPPED.
       MOVE SESSION-NUMBER-BASE TO NEXT-INVOICE-ID.
       MOVE 0 TO INVOICE-ID.
       MOVE 0 TO END-OF-FILE.
       START INVOICES-FILE KEY IS >= INVOICE-ID
           INVALID KEY MOVE 1 TO END-OF-FILE.
       PERFORM READ-INVOICE UNTIL END-OF-FILE = 1.
       ADD 1 TO NEXT-INVOICE-ID.
       MOVE "O" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       MOVE "=============== FINANCE CHARGES ===============" TO
           REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE FINANCE-RATE-PCT TO RATE-EDIT.
       MOVE FINANCE-MIN-CHARGE TO AMOUNT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Date " DELIMITED BY SIZE
           RUN-DATE DELIMITED BY SIZE
           "  Annual rate " DELIMITED BY SIZE
           RATE-EDIT DELIMITED BY SIZE
           "%  Minimum " DELIMITED BY SIZE
           AMOUNT-EDIT DELIMITED BY SIZE
           "  Grace " DELIMITED BY SIZE
           FINANCE-GRACE-DAYS DELIMITED BY SIZE
           " days" DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "-----------------------------------------------" TO
           REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE 1 TO SEARCH-IDX.
       PERFORM CHARGE-ONE-CUSTOMER
           UNTIL SEARCH-IDX > CUSTOMER-COUNT.
       MOVE "-----------------------------------------------" TO
           REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE CHARGES-TOTAL TO AMOUNT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Charges raised: " DELIMITED BY SIZE
           CHARGES-RAISED DELIMITED BY SIZE
           "  Total: " DELIMITED BY SIZE
           AMOUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Exempt accounts skipped: " DELIMITED BY SIZE
           EXEMPT-SKIPPED DELIMITED BY SIZE
           "  Already charged this month: " DELIMITED BY SIZE
           ALREADY-SKIPPED DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "C" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

      *The one pass over the invoices finds the next invoice number,
      *the interest each overdue invoice has earned and any charge
      *already raised this month.
       READ-INVOICE.
       READ INVOICES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND INVOICE-COMPANY-CODE = SESSION-COMPANY-CODE
           IF INVOICE-ID > NEXT-INVOICE-ID
               MOVE INVOICE-ID TO NEXT-INVOICE-ID
           END-IF
           IF INVOICE-IS-FINANCE-CHARGE
               PERFORM NOTE-EARLIER-CHARGE
           ELSE
               PERFORM CHECK-INVOICE-OVERDUE
           END-IF
       END-IF.

       CHECK-INVOICE-OVERDUE.
       IF INVOICE-STATUS = "Open" AND INVOICE-BALANCE > 0
           PERFORM FIND-DAYS-PAST-DUE
           IF INVOICE-AGE-DAYS > FINANCE-GRACE-DAYS
               PERFORM ACCRUE-INVOICE-INTEREST
           END-IF
       END-IF.

       NOTE-EARLIER-CHARGE.
       COMPUTE RECORD-PERIOD = INVOICE-DATE / 100.
       IF RECORD-PERIOD = RUN-PERIOD
           AND INVOICE-STATUS NOT = "Reversed"
           MOVE INVOICE-CUSTOMER-ID TO ROW-CUSTOMER-ID
           MOVE INVOICE-CUSTOMER-NAME TO ROW-CUSTOMER-NAME
           PERFORM FIND-OR-ADD-CUSTOMER-ROW
           IF SEARCH-IDX <= CUSTOMER-COUNT
               MOVE "Y" TO FIN-CHARGED-FLAG (SEARCH-IDX)
           END-IF
       END-IF.

      *Invoices raised before terms were kept carry no due date and
      *are taken as due thirty days after the invoice date.
       FIND-DAYS-PAST-DUE.
       IF INVOICE-DUE-DATE > 0
           MOVE INVOICE-DUE-DATE TO CONV-DATE-X
           PERFORM COMPUTE-CONV-DAYNUM
           MOVE CONV-DAYNUM TO DUE-DAYNUM
       ELSE
           MOVE INVOICE-DATE TO CONV-DATE-X
           PERFORM COMPUTE-CONV-DAYNUM
           COMPUTE DUE-DAYNUM = CONV-DAYNUM + 30
       END-IF.
       COMPUTE INVOICE-AGE-DAYS = RUN-DAYNUM - DUE-DAYNUM.

      *A month's interest at most per run: an invoice that went past
      *due during the month pays for the days it has been late, one
      *longer overdue pays for the whole thirty.
       ACCRUE-INVOICE-INTEREST.
       IF INVOICE-AGE-DAYS > 30
           MOVE 30 TO CHARGE-DAYS
       ELSE
           MOVE INVOICE-AGE-DAYS TO CHARGE-DAYS
       END-IF.
       COMPUTE INVOICE-INTEREST ROUNDED = INVOICE-BALANCE
           * FINANCE-RATE-PCT * CHARGE-DAYS / 36000.
       MOVE INVOICE-CUSTOMER-ID TO ROW-CUSTOMER-ID.
       MOVE INVOICE-CUSTOMER-NAME TO ROW-CUSTOMER-NAME.
       PERFORM FIND-OR-ADD-CUSTOMER-ROW.
       IF SEARCH-IDX <= CUSTOMER-COUNT
           ADD INVOICE-BALANCE TO FIN-OVERDUE-TOTAL (SEARCH-IDX)
           ADD INVOICE-INTEREST TO FIN-INTEREST (SEARCH-IDX)
       END-IF.

       FIND-OR-ADD-CUSTOMER-ROW.
       MOVE "N" TO FOUND-CUSTOMER.
       MOVE 1 TO SEARCH-IDX.
       PERFORM FIND-CUSTOMER-ROW
           UNTIL FOUND-CUSTOMER = "Y" OR SEARCH-IDX > CUSTOMER-COUNT.
       IF FOUND-CUSTOMER = "N" AND CUSTOMER-COUNT < 200
           ADD 1 TO CUSTOMER-COUNT
           MOVE CUSTOMER-COUNT TO SEARCH-IDX
           MOVE ROW-CUSTOMER-ID TO FIN-CUSTOMER-ID (SEARCH-IDX)
           MOVE ROW-CUSTOMER-NAME TO FIN-CUSTOMER-NAME (SEARCH-IDX)
           MOVE 0 TO FIN-OVERDUE-TOTAL (SEARCH-IDX)
           MOVE 0 TO FIN-INTEREST (SEARCH-IDX)
           MOVE "N" TO FIN-CHARGED-FLAG (SEARCH-IDX)
       END-IF.

       FIND-CUSTOMER-ROW.
       IF FIN-CUSTOMER-ID (SEARCH-IDX) = ROW-CUSTOMER-ID
           MOVE "Y" TO FOUND-CUSTOMER
       ELSE
           ADD 1 TO SEARCH-IDX.

       COMPUTE-CONV-DAYNUM.
       COMPUTE CONV-DAYNUM = (CONV-YEAR * 360) + (CONV-MONTH * 30)
           + CONV-DAY.

       CHARGE-ONE-CUSTOMER.
       IF FIN-CHARGED-FLAG (SEARCH-IDX) = "Y"
           IF FIN-OVERDUE-TOTAL (SEARCH-IDX) > 0
               ADD 1 TO ALREADY-SKIPPED
           END-IF
       ELSE IF FIN-OVERDUE-TOTAL (SEARCH-IDX) > 0
           PERFORM CHECK-CUSTOMER-EXEMPT
           IF RECORD-FOUND = "S" AND CUSTOMER-IS-FINCHG-EXEMPT
               ADD 1 TO EXEMPT-SKIPPED
           ELSE
               PERFORM RAISE-FINANCE-CHARGE
           END-IF.
       ADD 1 TO SEARCH-IDX.

       CHECK-CUSTOMER-EXEMPT.
       MOVE FIN-CUSTOMER-ID (SEARCH-IDX) TO CUSTOMER-ID.
       MOVE "S" TO RECORD-FOUND.
       READ CUSTOMERS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.

       RAISE-FINANCE-CHARGE.
       IF FIN-INTEREST (SEARCH-IDX) < FINANCE-MIN-CHARGE
           MOVE FINANCE-MIN-CHARGE TO FIN-INTEREST (SEARCH-IDX)
       END-IF.
       MOVE SPACE TO INVOICE-REGISTRATION.
       MOVE NEXT-INVOICE-ID TO INVOICE-ID.
       MOVE 0 TO INVOICE-ORDER-ID.
       MOVE FIN-CUSTOMER-ID (SEARCH-IDX) TO INVOICE-CUSTOMER-ID.
       MOVE FIN-CUSTOMER-NAME (SEARCH-IDX) TO INVOICE-CUSTOMER-NAME.
       MOVE RUN-DATE TO INVOICE-DATE.
       MOVE FIN-INTEREST (SEARCH-IDX) TO INVOICE-TOTAL.
       MOVE FIN-INTEREST (SEARCH-IDX) TO INVOICE-BALANCE.
       MOVE "Open" TO INVOICE-STATUS.
       MOVE SPACE TO INVOICE-CURRENCY-CODE.
       MOVE 1 TO INVOICE-EXCHANGE-RATE.
       MOVE FIN-INTEREST (SEARCH-IDX) TO INVOICE-DOC-TOTAL.
       MOVE SPACE TO INVOICE-TERMS-CODE.
       IF RECORD-FOUND = "S"
           MOVE CUSTOMER-TERMS-CODE TO INVOICE-TERMS-CODE
       END-IF.
       CALL "get-due-dates" USING INVOICE-TERMS-CODE INVOICE-DATE
           INVOICE-DUE-DATE INVOICE-DISCOUNT-DATE
           INVOICE-DISCOUNT-PCT.
       MOVE 0 TO INVOICE-DISCOUNT-PCT.
       MOVE 0 TO INVOICE-DISCOUNT-DATE.
       MOVE 0 TO INVOICE-FREIGHT-AMOUNT.
       MOVE 0 TO INVOICE-DEPOSIT-APPLIED.
       MOVE "N" TO INVOICE-EDI-SENT-FLAG.
       MOVE 0 TO INVOICE-EDI-SENT-DATE.
       MOVE SESSION-COMPANY-CODE TO INVOICE-COMPANY-CODE.
       MOVE "F" TO INVOICE-TYPE.
       MOVE 0 TO INVOICE-REVERSED-DATE.
       MOVE 0 TO INVOICE-WRITTEN-OFF-AMOUNT.
       MOVE 0 TO INVOICE-WRITE-OFF-DATE.
       MOVE 0 TO INVOICE-REINSTATED-DATE.
       MOVE SPACE TO INVOICE-REVERSAL-REASON.
       MOVE "N" TO INVOICE-WRITE-OK.
       PERFORM WRITE-CHARGE-ONCE UNTIL INVOICE-WRITE-OK = "Y".
       ADD 1 TO NEXT-INVOICE-ID.
       ADD 1 TO CHARGES-RAISED.
       ADD INVOICE-TOTAL TO CHARGES-TOTAL.
       MOVE FIN-OVERDUE-TOTAL (SEARCH-IDX) TO AMOUNT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Customer " DELIMITED BY SIZE
           INVOICE-CUSTOMER-ID DELIMITED BY SIZE
           " overdue " DELIMITED BY SIZE
           AMOUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE INVOICE-TOTAL TO AMOUNT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "  Finance charge " DELIMITED BY SIZE
           INVOICE-ID DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           AMOUNT-EDIT DELIMITED BY SIZE
           "  Due " DELIMITED BY SIZE
           INVOICE-DUE-DATE DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       PERFORM ADD-TO-CUSTOMER-BALANCE.
       MOVE "N" TO QUEUE-REVERSE-FLAG.
       PERFORM QUEUE-CHARGE-POSTING.
       MOVE SPACE TO AUDIT-BEFORE.
       MOVE SPACE TO AUDIT-AFTER.
       STRING "FINCHG CUST=" DELIMITED BY SIZE
           INVOICE-CUSTOMER-ID DELIMITED BY SIZE
           INTO AUDIT-BEFORE.
       STRING "CHARGE=" DELIMITED BY SIZE
           INVOICE-TOTAL DELIMITED BY SIZE
           " STATUS=Open" DELIMITED BY SIZE
           INTO AUDIT-AFTER.
       PERFORM LOG-CHARGE-AUDIT.

       WRITE-CHARGE-ONCE.
       WRITE INVOICE-REGISTRATION
           INVALID KEY
               ADD 1 TO NEXT-INVOICE-ID
               MOVE NEXT-INVOICE-ID TO INVOICE-ID
           NOT INVALID KEY
               MOVE "Y" TO INVOICE-WRITE-OK
       END-WRITE.

       ADD-TO-CUSTOMER-BALANCE.
       MOVE INVOICE-CUSTOMER-ID TO CUSTOMER-ID.
       MOVE "S" TO RECORD-FOUND.
       READ CUSTOMERS-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           ADD INVOICE-TOTAL TO CUSTOMER-OPEN-BALANCE
           REWRITE CUSTOMER-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating customer balance."
           END-REWRITE
           PERFORM LOG-BALANCE-EVENT
       ELSE
           DISPLAY "Customer not on file for balance update."
       END-IF.

      *The balance the charge leaves goes into the customer's credit
      *history alongside the balances invoicing records.
       LOG-BALANCE-EVENT.
       MOVE "B" TO CREDIT-EVENT-TYPE-FIELD.
       MOVE 0 TO CREDIT-EVENT-LEVEL-FIELD.
       MOVE CUSTOMER-OPEN-BALANCE TO CREDIT-EVENT-AMOUNT-FIELD.
       MOVE SPACE TO CREDIT-EVENT-REF-FIELD.
       STRING "FINCHG " DELIMITED BY SIZE
           INVOICE-ID DELIMITED BY SIZE
           INTO CREDIT-EVENT-REF-FIELD.
       CALL "log-credit-event" USING CUSTOMER-ID
           CREDIT-EVENT-TYPE-FIELD CREDIT-EVENT-LEVEL-FIELD
           CREDIT-EVENT-AMOUNT-FIELD CREDIT-EVENT-REF-FIELD.

      *Interest earned is income on the day it is charged; the GL
      *extract posts it through the FINCHG account pair, and turns
      *the pair round for a reversal.
       QUEUE-CHARGE-POSTING.
       MOVE SPACE TO QUEUE-REFERENCE.
       STRING "FINCHG " DELIMITED BY SIZE
           INVOICE-ID DELIMITED BY SIZE
           INTO QUEUE-REFERENCE.
       CALL "queue-gl-posting" USING QUEUE-TYPE RUN-DATE
           INVOICE-TOTAL QUEUE-REVERSE-FLAG QUEUE-REFERENCE.

       LOG-CHARGE-AUDIT.
       MOVE INVOICE-ID TO AUDIT-ID.
       CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD AUDIT-ID
           AUDIT-BEFORE AUDIT-AFTER.

      *A charge raised in error or waived as a goodwill gesture is
      *reversed by an administrator with a reason. Only a charge
      *nothing has been paid against can be reversed; once money has
      *been applied to it the refund goes through a credit note.
       REVERSE-FINANCE-CHARGE.
       IF NOT SESSION-ROLE-IS-ADMIN
           DISPLAY "Only an administrator can reverse a finance "
           "charge."
       ELSE
           PERFORM TAKE-CHARGE-TO-REVERSE
       END-IF.

       TAKE-CHARGE-TO-REVERSE.
       DISPLAY "Enter the finance charge number: ".
       ACCEPT WANTED-INVOICE-ID.
       MOVE WANTED-INVOICE-ID TO INVOICE-ID.
       MOVE "S" TO RECORD-FOUND.
       READ INVOICES-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND INVOICE-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N" OR NOT INVOICE-IS-FINANCE-CHARGE
           DISPLAY "No finance charge found with that number."
       ELSE IF INVOICE-STATUS = "Reversed"
           DISPLAY "That finance charge was reversed on "
               INVOICE-REVERSED-DATE "."
       ELSE IF INVOICE-BALANCE NOT = INVOICE-TOTAL
           DISPLAY "Payments have been applied to that charge. "
           "Raise a credit note instead."
       ELSE
           PERFORM CONFIRM-CHARGE-REVERSAL.

       CONFIRM-CHARGE-REVERSAL.
       CALL "check-period-open" USING RUN-DATE PERIOD-OPEN-FLAG.
       IF PERIOD-OPEN-FLAG = "N"
           DISPLAY "Today's date falls in a closed accounting "
           "period. Charge not reversed."
       ELSE
           MOVE INVOICE-TOTAL TO AMOUNT-EDIT
           DISPLAY "Customer " INVOICE-CUSTOMER-ID " "
               INVOICE-CUSTOMER-NAME
           DISPLAY "Charge of " AMOUNT-EDIT " raised " INVOICE-DATE
           DISPLAY "Enter the reason for the reversal: "
           ACCEPT REVERSAL-REASON
           IF REVERSAL-REASON = SPACE
               DISPLAY "A reason is needed. Charge not reversed."
           ELSE
               PERFORM APPLY-CHARGE-REVERSAL
           END-IF
       END-IF.

       APPLY-CHARGE-REVERSAL.
       MOVE INVOICE-BALANCE TO REVERSED-AMOUNT.
       MOVE 0 TO INVOICE-BALANCE.
       MOVE "Reversed" TO INVOICE-STATUS.
       MOVE RUN-DATE TO INVOICE-REVERSED-DATE.
       MOVE REVERSAL-REASON TO INVOICE-REVERSAL-REASON.
       REWRITE INVOICE-REGISTRATION
           INVALID KEY
               DISPLAY "Error updating invoice record."
           NOT INVALID KEY
               PERFORM TAKE-OFF-CUSTOMER-BALANCE
               MOVE "Y" TO QUEUE-REVERSE-FLAG
               PERFORM QUEUE-CHARGE-POSTING
               MOVE SPACE TO AUDIT-BEFORE
               STRING "CHARGE=" DELIMITED BY SIZE
                   INVOICE-TOTAL DELIMITED BY SIZE
                   " STATUS=Open" DELIMITED BY SIZE
                   INTO AUDIT-BEFORE
               MOVE REVERSAL-REASON TO AUDIT-AFTER
               PERFORM LOG-CHARGE-AUDIT
               DISPLAY "Finance charge " INVOICE-ID " reversed."
       END-REWRITE.

       TAKE-OFF-CUSTOMER-BALANCE.
       MOVE INVOICE-CUSTOMER-ID TO CUSTOMER-ID.
       MOVE "S" TO RECORD-FOUND.
       READ CUSTOMERS-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           IF REVERSED-AMOUNT > CUSTOMER-OPEN-BALANCE
               MOVE ZERO TO CUSTOMER-OPEN-BALANCE
           ELSE
               SUBTRACT REVERSED-AMOUNT FROM CUSTOMER-OPEN-BALANCE
           END-IF
           REWRITE CUSTOMER-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating customer balance."
           END-REWRITE
       ELSE
           DISPLAY "Customer not on file for balance update."
       END-IF.

       SET-CUSTOMER-EXEMPTION.
       DISPLAY "Enter the customer id: ".
       ACCEPT CUSTOMER-ID.
       MOVE "S" TO RECORD-FOUND.
       READ CUSTOMERS-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND CUSTOMER-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No customer found with that id."
       ELSE
           DISPLAY "Customer: " CUSTOMER-FULL-NAME
               " Exempt: " CUSTOMER-FINCHG-EXEMPT
           DISPLAY "Exempt from finance charges (Y/N)? "
           ACCEPT EXEMPT-ANSWER
           MOVE SPACE TO AUDIT-BEFORE
           STRING "FINCHG EXEMPT=" DELIMITED BY SIZE
               CUSTOMER-FINCHG-EXEMPT DELIMITED BY SIZE
               INTO AUDIT-BEFORE
           IF EXEMPT-ANSWER = "Y" OR EXEMPT-ANSWER = "y"
               MOVE "Y" TO CUSTOMER-FINCHG-EXEMPT
           ELSE
               MOVE "N" TO CUSTOMER-FINCHG-EXEMPT
           END-IF
           REWRITE CUSTOMER-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating customer record."
               NOT INVALID KEY
                   MOVE SPACE TO AUDIT-AFTER
                   STRING "FINCHG EXEMPT=" DELIMITED BY SIZE
                       CUSTOMER-FINCHG-EXEMPT DELIMITED BY SIZE
                       INTO AUDIT-AFTER
                   MOVE CUSTOMER-ID TO AUDIT-ID
                   CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD
                       AUDIT-ID AUDIT-BEFORE AUDIT-AFTER
                   DISPLAY "Exemption set to "
                       CUSTOMER-FINCHG-EXEMPT "."
           END-REWRITE
       END-IF.

       LIST-CUSTOMER-CHARGES.
       DISPLAY "Enter the customer id: ".
       ACCEPT WANTED-CUSTOMER-ID.
       MOVE 0 TO INVOICE-ID.
       MOVE 0 TO END-OF-FILE.
       START INVOICES-FILE KEY IS >= INVOICE-ID
           INVALID KEY MOVE 1 TO END-OF-FILE.
       PERFORM SHOW-NEXT-CHARGE UNTIL END-OF-FILE = 1.

       SHOW-NEXT-CHARGE.
       READ INVOICES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND INVOICE-COMPANY-CODE = SESSION-COMPANY-CODE
           AND INVOICE-CUSTOMER-ID = WANTED-CUSTOMER-ID
           AND INVOICE-IS-FINANCE-CHARGE
           MOVE INVOICE-TOTAL TO AMOUNT-EDIT
           DISPLAY INVOICE-ID " " INVOICE-DATE " " AMOUNT-EDIT
               " " INVOICE-STATUS
           IF INVOICE-STATUS = "Reversed"
               DISPLAY "   Reversed " INVOICE-REVERSED-DATE ": "
                   INVOICE-REVERSAL-REASON
           END-IF
       END-IF.

       SHOW-REPORT-LINE.
       DISPLAY REPORT-LINE-BUFFER.
       MOVE "L" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

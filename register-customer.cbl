       COPY "customer-physical-file.cbl".
       COPY "customer-xref-physical-file.cbl".
       COPY "physical-file.cbl".
       COPY "terms-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "customer-xref-logic-file.cbl".
      * Logic file with products fields.
       COPY "logic-file.cbl".
      * Logic file with payment terms fields.
       COPY "terms-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so new records carry the company.
       COPY "session-data.cbl".
       01  OPTION PIC 99.
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9.
       77  LIMIT-ENTRY PIC 9(7).99.
       77  LIST-XREF-CUSTOMER PIC 9(6).
       77  TERMS-OK PIC X.
       77  OLD-LIMIT PIC 9(9)V99.
       77  KEYED-LIMIT PIC 9(9)V99.
       77  LIMIT-RISE-PCT PIC 9(7)V99.
       77  LIMIT-NEEDS-APPROVAL PIC X.
       77  PRICE-CONTROL-PCT PIC 9(3).
       77  CREDIT-CONTROL-PCT PIC 9(3).
       77  PARK-ENTITY PIC X(10) VALUE "CUSTOMER".
       77  PARK-FIELD PIC X(12) VALUE "CREDITLIMIT".
       01  PARK-RECORD-KEY PIC X(15).
       01  PARK-KEY-VIEW REDEFINES PARK-RECORD-KEY.
           05  PARK-KEY-CUSTOMER-ID PIC 9(6).
           05  FILLER PIC X(9).
       01  PARK-OLD-VALUE PIC X(40).
       01  PARK-OLD-VIEW REDEFINES PARK-OLD-VALUE.
           05  PARK-OLD-AMOUNT PIC 9(9)V99.
           05  FILLER PIC X(29).
       01  PARK-NEW-VALUE PIC X(40).
       01  PARK-NEW-VIEW REDEFINES PARK-NEW-VALUE.
           05  PARK-NEW-AMOUNT PIC 9(9)V99.
           05  FILLER PIC X(29).
       77  PARKED-ID PIC 9(6).
       77  AUDIT-BEFORE PIC X(40).
       77  AUDIT-AFTER PIC X(40).
       77  OLD-SHIP-COMPLETE PIC X.
       77  OLD-TERMS-CODE PIC X(6).
       77  YES-NO PIC X.
       77  NOTE-OWNER-CUSTOMER PIC X VALUE "C".
       01  FIRST-REVIEW-DATE.
           05  FIRST-REVIEW-YEAR PIC 9(4).
           05  FIRST-REVIEW-MONTH PIC 9(2).
           05  FIRST-REVIEW-DAY PIC 9(2).
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "REGISTER-CUSTOMER".
       77  LOG-MESSAGE-FIELD PIC X(80).
       OPEN I-O CUSTOMERS-FILE.
       OPEN I-O CUSTOMER-XREF-FILE.
       OPEN I-O PRODUCTS-FILE.
       OPEN I-O TERMS-FILE.
       CALL "get-dual-control-limits" USING PRICE-CONTROL-PCT
           CREDIT-CONTROL-PCT.
       PERFORM CUSTOMER-MENU.
       PERFORM PROCESS-OPTION UNTIL OPTION = 0.
       CLOSE CUSTOMERS-FILE.
       CLOSE CUSTOMER-XREF-FILE.
       CLOSE PRODUCTS-FILE.
       CLOSE TERMS-FILE.
       GOBACK.

       CUSTOMER-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Customer Maintenance Menu"
       DISPLAY "1. Register new customer"
       DISPLAY "3. Add a customer part-number cross-reference"
       DISPLAY "4. List cross-references for a customer"
       DISPLAY "5. Merge a duplicate account"
       DISPLAY "6. Set electronic invoicing for a customer"
       DISPLAY "7. Change a customer's credit limit"
       DISPLAY "8. Set paper or email documents for a customer"
       DISPLAY "9. Set a customer's document language"
       DISPLAY "10. Standing instructions and shipping notes"
       DISPLAY "11. Change a customer's payment terms"
       DISPLAY "0. Back"
       DISPLAY "Enter your choice (0-11):"
       ACCEPT OPTION.

       PROCESS-OPTION.
       ELSE IF OPTION = 5 THEN
           PERFORM RUN-CUSTOMER-MERGE
           PERFORM CUSTOMER-MENU
       ELSE IF OPTION = 6 THEN
           PERFORM SET-CUSTOMER-EINVOICE
           PERFORM CUSTOMER-MENU
       ELSE IF OPTION = 7 THEN
           PERFORM CHANGE-CREDIT-LIMIT
           PERFORM CUSTOMER-MENU
       ELSE IF OPTION = 8 THEN
           PERFORM SET-CUSTOMER-PAPER
           PERFORM CUSTOMER-MENU
       ELSE IF OPTION = 9 THEN
           PERFORM SET-CUSTOMER-LANGUAGE
           PERFORM CUSTOMER-MENU
       ELSE IF OPTION = 10 THEN
           PERFORM SET-CUSTOMER-INSTRUCTIONS
           PERFORM CUSTOMER-MENU
       ELSE IF OPTION = 11 THEN
           PERFORM CHANGE-CUSTOMER-TERMS
           PERFORM CUSTOMER-MENU
       ELSE IF OPTION = 0 THEN
           CONTINUE
       ELSE
           DISPLAY "Invalid option. Please enter a valid choice (0-11):"
           MOVE "Invalid customer menu option entered."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
           IF CUSTOMER-BILLING-CYCLE NOT = "M"
               MOVE "O" TO CUSTOMER-BILLING-CYCLE.
           MOVE ZERO TO CUSTOMER-MERGED-INTO.
           MOVE "N" TO TERMS-OK.
           PERFORM TAKE-CUSTOMER-TERMS UNTIL TERMS-OK = "S".
           PERFORM TAKE-EINVOICE-FLAG.
           PERFORM TAKE-PAPER-FLAG.
           PERFORM TAKE-CUSTOMER-LANGUAGE.
           PERFORM TAKE-FINCHG-EXEMPT-FLAG.
           PERFORM TAKE-SHIP-COMPLETE-FLAG.
           MOVE SESSION-COMPANY-CODE TO CUSTOMER-COMPANY-CODE
           PERFORM SET-FIRST-REVIEW-DATE
           WRITE CUSTOMER-REGISTRATION
               INVALID KEY
                   DISPLAY "Error writing customer record."
               NOT INVALID KEY
                   PERFORM OFFER-CUSTOMER-NOTES.

      *A new account comes up for its first credit review a quarter
      *after it is opened.
       SET-FIRST-REVIEW-DATE.
       ACCEPT FIRST-REVIEW-DATE FROM DATE YYYYMMDD.
       ADD 3 TO FIRST-REVIEW-MONTH.
       IF FIRST-REVIEW-MONTH > 12
           SUBTRACT 12 FROM FIRST-REVIEW-MONTH
           ADD 1 TO FIRST-REVIEW-YEAR
       END-IF.
       IF FIRST-REVIEW-DAY > 28
           MOVE 28 TO FIRST-REVIEW-DAY.
       MOVE FIRST-REVIEW-DATE TO CUSTOMER-REVIEW-DATE.
       MOVE 0 TO CUSTOMER-LAST-REVIEW-DATE.

      *The terms code decides when this customer's invoices fall due
      *and whether paying early earns a discount. Blank leaves the
      *account on the standard net 30.
       TAKE-CUSTOMER-TERMS.
       DISPLAY "Enter the payment terms code (blank for net 30): ".
       ACCEPT CUSTOMER-TERMS-CODE.
       MOVE "S" TO TERMS-OK.
       IF CUSTOMER-TERMS-CODE NOT = SPACE
           MOVE CUSTOMER-TERMS-CODE TO TERMS-CODE
           READ TERMS-FILE RECORD
               INVALID KEY
                   MOVE "N" TO TERMS-OK
           END-READ
           IF TERMS-OK = "N"
               DISPLAY "No payment terms found with that code."
           ELSE
               DISPLAY "Terms: " TERMS-DESCRIPTION
           END-IF
       END-IF.

      *A change of terms applies to invoices raised from now on;
      *those already out keep the due date they were raised with.
       CHANGE-CUSTOMER-TERMS.
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
           " Terms: " CUSTOMER-TERMS-CODE
           MOVE CUSTOMER-TERMS-CODE TO OLD-TERMS-CODE
           MOVE "N" TO TERMS-OK
           PERFORM TAKE-CUSTOMER-TERMS UNTIL TERMS-OK = "S"
           REWRITE CUSTOMER-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating customer record."
               NOT INVALID KEY
                   DISPLAY "Payment terms set to "
                   CUSTOMER-TERMS-CODE "."
                   IF CUSTOMER-TERMS-CODE NOT = OLD-TERMS-CODE
                       PERFORM LOG-TERMS-AUDIT
                   END-IF
           END-REWRITE
       END-IF.

       LOG-TERMS-AUDIT.
       MOVE SPACE TO PARK-RECORD-KEY.
       MOVE CUSTOMER-ID TO PARK-KEY-CUSTOMER-ID.
       MOVE SPACE TO AUDIT-BEFORE.
       MOVE SPACE TO AUDIT-AFTER.
       STRING "TERMS=" DELIMITED BY SIZE
           OLD-TERMS-CODE DELIMITED BY SIZE
           INTO AUDIT-BEFORE.
       STRING "TERMS=" DELIMITED BY SIZE
           CUSTOMER-TERMS-CODE DELIMITED BY SIZE
           INTO AUDIT-AFTER.
       CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD PARK-RECORD-KEY
           AUDIT-BEFORE AUDIT-AFTER.

      *Accounts that load invoices straight into their own payables
      *take an electronic invoice file instead of paper; invoicing
      *writes one for every flagged customer.
       TAKE-EINVOICE-FLAG.
       DISPLAY "Send invoices electronically (Y/N)? ".
       ACCEPT CUSTOMER-EINVOICE-FLAG.
       IF CUSTOMER-EINVOICE-FLAG = "y"
           MOVE "Y" TO CUSTOMER-EINVOICE-FLAG.
       IF CUSTOMER-EINVOICE-FLAG NOT = "Y"
           MOVE "N" TO CUSTOMER-EINVOICE-FLAG.

       SET-CUSTOMER-EINVOICE.
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
           " E-invoice: " CUSTOMER-EINVOICE-FLAG
           PERFORM TAKE-EINVOICE-FLAG
           REWRITE CUSTOMER-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating customer record."
               NOT INVALID KEY
                   DISPLAY "Electronic invoicing set to "
                   CUSTOMER-EINVOICE-FLAG "."
           END-REWRITE
       END-IF.

      *Statements, invoices and reminders go out by email to the
      *address on file; an account that asks for paper, or has no
      *address, drops to the print-only list instead.
       TAKE-PAPER-FLAG.
       DISPLAY "Send statements and invoices on paper only (Y/N)? ".
       ACCEPT CUSTOMER-PAPER-FLAG.
       IF CUSTOMER-PAPER-FLAG = "y"
           MOVE "Y" TO CUSTOMER-PAPER-FLAG.
       IF CUSTOMER-PAPER-FLAG NOT = "Y"
           MOVE "N" TO CUSTOMER-PAPER-FLAG.

      *Accounts on agreed terms that waive interest are left out of
      *the monthly finance charge run.
       TAKE-FINCHG-EXEMPT-FLAG.
       DISPLAY "Exempt from finance charges (Y/N)? ".
       ACCEPT CUSTOMER-FINCHG-EXEMPT.
       IF CUSTOMER-FINCHG-EXEMPT = "y"
           MOVE "Y" TO CUSTOMER-FINCHG-EXEMPT.
       IF CUSTOMER-FINCHG-EXEMPT NOT = "Y"
           MOVE "N" TO CUSTOMER-FINCHG-EXEMPT.

       SET-CUSTOMER-PAPER.
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
           " Paper only: " CUSTOMER-PAPER-FLAG
           DISPLAY "Email: " CUSTOMER-EMAIL
           PERFORM TAKE-PAPER-FLAG
           REWRITE CUSTOMER-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating customer record."
               NOT INVALID KEY
                   DISPLAY "Paper-only documents set to "
                   CUSTOMER-PAPER-FLAG "."
           END-REWRITE
       END-IF.

      *Invoices, packing slips and quotations print the goods in the
      *customer's language where a description has been written for
      *it. Blank keeps the account on English.
       TAKE-CUSTOMER-LANGUAGE.
       DISPLAY "Enter the document language code (blank for "
       "English): ".
       ACCEPT CUSTOMER-LANGUAGE.
       INSPECT CUSTOMER-LANGUAGE CONVERTING
           "abcdefghijklmnopqrstuvwxyz" TO
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       IF CUSTOMER-LANGUAGE = "EN"
           MOVE SPACE TO CUSTOMER-LANGUAGE.

       SET-CUSTOMER-LANGUAGE.
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
           " Language: " CUSTOMER-LANGUAGE
           PERFORM TAKE-CUSTOMER-LANGUAGE
           REWRITE CUSTOMER-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating customer record."
               NOT INVALID KEY
                   DISPLAY "Document language set to "
                   CUSTOMER-LANGUAGE "."
           END-REWRITE
       END-IF.

      *An account that will not take part deliveries carries the
      *rule on every order it places; pick confirmation then holds
      *its orders until they can go complete.
       TAKE-SHIP-COMPLETE-FLAG.
       DISPLAY "No partial shipments - ship orders complete only "
       "(Y/N)? ".
       ACCEPT CUSTOMER-SHIP-COMPLETE.
       IF CUSTOMER-SHIP-COMPLETE = "y"
           MOVE "Y" TO CUSTOMER-SHIP-COMPLETE.
       IF CUSTOMER-SHIP-COMPLETE NOT = "Y"
           MOVE "N" TO CUSTOMER-SHIP-COMPLETE.

       OFFER-CUSTOMER-NOTES.
       DISPLAY "Add standing instructions for this customer (Y/N)?".
       ACCEPT YES-NO.
       IF YES-NO = "Y" OR YES-NO = "y"
           CALL "maintain-notes" USING NOTE-OWNER-CUSTOMER
               CUSTOMER-ID
       END-IF.

      *Standing instructions - "deliver to rear dock before 10am",
      *"pallet height max 1.2m" - are kept as notes on the account
      *and print on every order's paperwork for the people they are
      *tagged for.
       SET-CUSTOMER-INSTRUCTIONS.
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
           " Ships complete only: " CUSTOMER-SHIP-COMPLETE
           MOVE CUSTOMER-SHIP-COMPLETE TO OLD-SHIP-COMPLETE
           PERFORM TAKE-SHIP-COMPLETE-FLAG
           REWRITE CUSTOMER-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating customer record."
               NOT INVALID KEY
                   IF CUSTOMER-SHIP-COMPLETE NOT = OLD-SHIP-COMPLETE
                       PERFORM LOG-SHIP-COMPLETE-AUDIT
                   END-IF
           END-REWRITE
           CALL "maintain-notes" USING NOTE-OWNER-CUSTOMER
               CUSTOMER-ID
       END-IF.

       LOG-SHIP-COMPLETE-AUDIT.
       MOVE SPACE TO PARK-RECORD-KEY.
       MOVE CUSTOMER-ID TO PARK-KEY-CUSTOMER-ID.
       MOVE SPACE TO AUDIT-BEFORE.
       MOVE SPACE TO AUDIT-AFTER.
       STRING "SHIPCOMPLETE=" DELIMITED BY SIZE
           OLD-SHIP-COMPLETE DELIMITED BY SIZE
           INTO AUDIT-BEFORE.
       STRING "SHIPCOMPLETE=" DELIMITED BY SIZE
           CUSTOMER-SHIP-COMPLETE DELIMITED BY SIZE
           INTO AUDIT-AFTER.
       CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD PARK-RECORD-KEY
           AUDIT-BEFORE AUDIT-AFTER.

      *Lowering a limit takes effect at once. Raising one past the
      *dual-control limit - or lifting it altogether with 0 - is
      *parked for a second administrator to approve.
       CHANGE-CREDIT-LIMIT.
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
           " Limit: " CUSTOMER-CREDIT-LIMIT
           " Balance: " CUSTOMER-OPEN-BALANCE
           DISPLAY "Enter the new credit limit (0 for no limit): "
           ACCEPT LIMIT-ENTRY
           MOVE LIMIT-ENTRY TO KEYED-LIMIT
           MOVE CUSTOMER-CREDIT-LIMIT TO OLD-LIMIT
           PERFORM CHECK-LIMIT-CONTROL
           IF KEYED-LIMIT = OLD-LIMIT
               DISPLAY "Credit limit unchanged."
           ELSE IF LIMIT-NEEDS-APPROVAL = "Y"
               PERFORM PARK-LIMIT-CHANGE
           ELSE
               MOVE KEYED-LIMIT TO CUSTOMER-CREDIT-LIMIT
               REWRITE CUSTOMER-REGISTRATION
                   INVALID KEY
                       DISPLAY "Error updating customer record."
                   NOT INVALID KEY
                       DISPLAY "Credit limit changed."
                       PERFORM LOG-LIMIT-AUDIT
               END-REWRITE
           END-IF
       END-IF.

       CHECK-LIMIT-CONTROL.
       MOVE "N" TO LIMIT-NEEDS-APPROVAL.
       IF KEYED-LIMIT = 0 AND OLD-LIMIT > 0
           MOVE "Y" TO LIMIT-NEEDS-APPROVAL
       END-IF.
       IF OLD-LIMIT > 0 AND KEYED-LIMIT > OLD-LIMIT
           COMPUTE LIMIT-RISE-PCT ROUNDED =
               (KEYED-LIMIT - OLD-LIMIT) * 100 / OLD-LIMIT
           IF LIMIT-RISE-PCT > CREDIT-CONTROL-PCT
               MOVE "Y" TO LIMIT-NEEDS-APPROVAL
           END-IF
       END-IF.

       PARK-LIMIT-CHANGE.
       MOVE SPACE TO PARK-RECORD-KEY.
       MOVE CUSTOMER-ID TO PARK-KEY-CUSTOMER-ID.
       MOVE SPACE TO PARK-OLD-VALUE.
       MOVE OLD-LIMIT TO PARK-OLD-AMOUNT.
       MOVE SPACE TO PARK-NEW-VALUE.
       MOVE KEYED-LIMIT TO PARK-NEW-AMOUNT.
       CALL "park-master-change" USING PARK-ENTITY PARK-RECORD-KEY
           PARK-FIELD PARK-OLD-VALUE PARK-NEW-VALUE PARKED-ID.
       DISPLAY "The credit limit increase is held as change "
           PARKED-ID.
       DISPLAY "It waits until another administrator approves it.".

       LOG-LIMIT-AUDIT.
       MOVE SPACE TO PARK-RECORD-KEY.
       MOVE CUSTOMER-ID TO PARK-KEY-CUSTOMER-ID.
       MOVE SPACE TO AUDIT-BEFORE.
       MOVE SPACE TO AUDIT-AFTER.
       STRING "LIMIT=" DELIMITED BY SIZE
           OLD-LIMIT DELIMITED BY SIZE
           INTO AUDIT-BEFORE.
       STRING "LIMIT=" DELIMITED BY SIZE
           CUSTOMER-CREDIT-LIMIT DELIMITED BY SIZE
           INTO AUDIT-AFTER.
       CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD PARK-RECORD-KEY
           AUDIT-BEFORE AUDIT-AFTER.

      *The merge opens the same file this program holds, so it is
      *handed over for the duration of the call.
       READ CUSTOMERS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND CUSTOMER-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No customer found with that id."
       ELSE
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND CUSTOMER-COMPANY-CODE = SESSION-COMPANY-CODE
           DISPLAY "Id: " CUSTOMER-ID
           " Name: " CUSTOMER-FULL-NAME
           " Phone: " CUSTOMER-PHONE
           " Email: " CUSTOMER-EMAIL
           " Limit: " CUSTOMER-CREDIT-LIMIT
           " Balance: " CUSTOMER-OPEN-BALANCE
           " Terms: " CUSTOMER-TERMS-CODE
           " E-invoice: " CUSTOMER-EINVOICE-FLAG.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. register-rebate.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "rebate-physical-file.cbl".
       COPY "customer-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with rebate agreement fields.
       COPY "rebate-logic-file.cbl".
      * Logic file with customer fields.
       COPY "customer-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       01  OPTION PIC 9.
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9.
       77  TIER-IDX PIC 9.
       77  TIERS-DONE PIC X.
       77  THRESHOLD-ENTRY PIC 9(9).99.
       77  PCT-ENTRY PIC 9(2).99.
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "REGISTER-REBATE".
       77  LOG-MESSAGE-FIELD PIC X(80).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
       OPEN I-O REBATE-AGREEMENTS-FILE.
       OPEN I-O CUSTOMERS-FILE.
       PERFORM REBATE-MENU.
       PERFORM PROCESS-OPTION UNTIL OPTION = 0.
       CLOSE REBATE-AGREEMENTS-FILE.
       CLOSE CUSTOMERS-FILE.
       GOBACK.

       REBATE-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Customer Rebate Agreements Menu"
       DISPLAY "1. Register a rebate agreement"
       DISPLAY "2. List rebate agreements"
       DISPLAY "3. Run rebate accrual and settlement now"
       DISPLAY "0. Back"
       DISPLAY "Enter your choice (0-3):"
       ACCEPT OPTION.

       PROCESS-OPTION.
       IF OPTION = 1 THEN
           PERFORM ADD-REBATE
           PERFORM REBATE-MENU
       ELSE IF OPTION = 2 THEN
           PERFORM LIST-REBATES
           PERFORM REBATE-MENU
       ELSE IF OPTION = 3 THEN
           PERFORM RUN-REBATE-ACCRUAL
           PERFORM REBATE-MENU
       ELSE IF OPTION = 0 THEN
           CONTINUE
       ELSE
           DISPLAY "Invalid option. Please enter a valid choice (0-3):"
           MOVE "Invalid rebate menu option entered."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
           PERFORM REBATE-MENU.

      *A key account's year-end rebate: up to three volume tiers,
      *each a purchase threshold and the percent earned on the whole
      *agreement's purchases once it is passed (2.00 over 50,000,
      *3.00 over 100,000). The monthly run accrues what has been
      *earned so far and settles it as a credit note when the
      *agreement ends.
       ADD-REBATE.
       MOVE SPACE TO REBATE-AGREEMENT-REGISTRATION.
       DISPLAY "Enter the customer id: ".
       ACCEPT REBATE-CUSTOMER-ID.
       MOVE REBATE-CUSTOMER-ID TO CUSTOMER-ID.
       MOVE "S" TO RECORD-FOUND.
       READ CUSTOMERS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND CUSTOMER-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No customer found with that id."
       ELSE
           DISPLAY "Customer: " CUSTOMER-FULL-NAME
           DISPLAY "Enter the agreement start date (YYYYMMDD): "
           ACCEPT REBATE-START-DATE
           DISPLAY "Enter the agreement end date (YYYYMMDD): "
           ACCEPT REBATE-END-DATE
           IF REBATE-END-DATE < REBATE-START-DATE
               DISPLAY "The end date is before the start date. "
               "Agreement not recorded."
           ELSE
               PERFORM TAKE-REBATE-TIERS
               PERFORM WRITE-REBATE-RECORD
           END-IF
       END-IF.

       TAKE-REBATE-TIERS.
       MOVE 1 TO TIER-IDX.
       MOVE "N" TO TIERS-DONE.
       PERFORM CLEAR-ONE-TIER
           UNTIL TIER-IDX > 3.
       MOVE 1 TO TIER-IDX.
       PERFORM TAKE-ONE-TIER
           UNTIL TIER-IDX > 3 OR TIERS-DONE = "Y".

       CLEAR-ONE-TIER.
       MOVE 0 TO REBATE-TIER-THRESHOLD (TIER-IDX).
       MOVE 0 TO REBATE-TIER-PCT (TIER-IDX).
       ADD 1 TO TIER-IDX.

       TAKE-ONE-TIER.
       DISPLAY "Tier " TIER-IDX " - purchases threshold "
           "(0 when no more tiers): ".
       ACCEPT THRESHOLD-ENTRY.
       IF THRESHOLD-ENTRY = 0
           MOVE "Y" TO TIERS-DONE
       ELSE
           MOVE THRESHOLD-ENTRY TO REBATE-TIER-THRESHOLD (TIER-IDX)
           DISPLAY "Tier " TIER-IDX " - rebate percent (e.g. 02.00): "
           ACCEPT PCT-ENTRY
           MOVE PCT-ENTRY TO REBATE-TIER-PCT (TIER-IDX)
           ADD 1 TO TIER-IDX
       END-IF.

       WRITE-REBATE-RECORD.
       MOVE 0 TO REBATE-PURCHASES.
       MOVE 0 TO REBATE-ACCRUED.
       MOVE 0 TO REBATE-LAST-RUN-DATE.
       MOVE 0 TO REBATE-CREDIT-NOTE-ID.
       MOVE "Active" TO REBATE-STATUS.
       WRITE REBATE-AGREEMENT-REGISTRATION
           INVALID KEY
               DISPLAY "An agreement for this customer already "
               "starts on that date."
           NOT INVALID KEY
               DISPLAY "Rebate agreement recorded."
       END-WRITE.

       LIST-REBATES.
       CLOSE REBATE-AGREEMENTS-FILE.
       OPEN I-O REBATE-AGREEMENTS-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM SHOW-NEXT-REBATE UNTIL END-OF-FILE = 1.

       SHOW-NEXT-REBATE.
       READ REBATE-AGREEMENTS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           PERFORM CHECK-REBATE-COMPANY
       ELSE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           DISPLAY "Customer: " REBATE-CUSTOMER-ID
           " From: " REBATE-START-DATE
           " To: " REBATE-END-DATE
           " Status: " REBATE-STATUS
           DISPLAY "  Tiers: " REBATE-TIER-THRESHOLD (1)
           " @ " REBATE-TIER-PCT (1)
           " / " REBATE-TIER-THRESHOLD (2)
           " @ " REBATE-TIER-PCT (2)
           " / " REBATE-TIER-THRESHOLD (3)
           " @ " REBATE-TIER-PCT (3)
           DISPLAY "  Purchases: " REBATE-PURCHASES
           " Accrued: " REBATE-ACCRUED
           " Credit note: " REBATE-CREDIT-NOTE-ID.

      *An agreement is the company's whose customer holds it.
       CHECK-REBATE-COMPANY.
       MOVE REBATE-CUSTOMER-ID TO CUSTOMER-ID.
       MOVE "S" TO RECORD-FOUND.
       READ CUSTOMERS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND CUSTOMER-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.

      *The run opens the same files this program holds, so they are
      *handed over for the duration of the call.
       RUN-REBATE-ACCRUAL.
       CLOSE REBATE-AGREEMENTS-FILE.
       CLOSE CUSTOMERS-FILE.
       CALL "rebate-accrual-run".
       OPEN I-O REBATE-AGREEMENTS-FILE.
       OPEN I-O CUSTOMERS-FILE.

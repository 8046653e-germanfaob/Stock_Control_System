       IDENTIFICATION DIVISION.
       PROGRAM-ID. customer-cases.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "case-physical-file.cbl".
       COPY "case-note-physical-file.cbl".
       COPY "order-physical-file.cbl".
       COPY "order-lines-physical-file.cbl".
       COPY "shipment-physical-file.cbl".
       COPY "serial-physical-file.cbl".
       COPY "invoice-physical-file.cbl".
       COPY "returns-physical-file.cbl".
       COPY "credit-note-physical-file.cbl".
       COPY "operator-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with customer case fields.
       COPY "case-logic-file.cbl".
      * Logic file with customer case note fields.
       COPY "case-note-logic-file.cbl".
      * Logic file with order header fields.
       COPY "order-logic-file.cbl".
      * Logic file with order line fields.
       COPY "order-lines-logic-file.cbl".
      * Logic file with shipment fields.
       COPY "shipment-logic-file.cbl".
      * Logic file with serial number fields.
       COPY "serial-logic-file.cbl".
      * Logic file with invoice fields.
       COPY "invoice-logic-file.cbl".
      * Logic file with return fields.
       COPY "returns-logic-file.cbl".
      * Logic file with credit note fields.
       COPY "credit-note-logic-file.cbl".
      * Logic file with operator fields.
       COPY "operator-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data: cases carry the company and the operator
      * who opened them.
       COPY "session-data.cbl".
       01  OPTION PIC 9.
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  SCAN-EOF PIC 9.
       77  TODAY-DATE PIC 9(8).
       77  WANTED-CASE-ID PIC 9(6).
       77  WANTED-ORDER-ID PIC 9(6).
       77  WANTED-SHIPMENT-SEQ PIC 9(2).
       77  WANTED-INVOICE-ID PIC 9(6).
       77  WANTED-OWNER PIC X(10).
       77  WANTED-PRODUCT-ID PIC X(15).
       77  WANTED-SERIAL PIC X(20).
       77  OUTCOME-ENTRY PIC X.
       77  OUTCOME-REF-ENTRY PIC 9(6).
       77  NOTE-ENTRY PIC X(70).
       77  LISTED-COUNT PIC 9(5).
       77  LINE-FOUND PIC X.
       77  ENTRY-OK PIC X.
       77  TRIES PIC 9.
       77  OLD-OWNER PIC X(10).
       77  CASE-WRITE-OK PIC X.
       77  CASE-DOC-TYPE PIC X(10)
           VALUE "CASE".
       77  AUDIT-CASE-ID PIC X(15).
       77  AUDIT-BEFORE PIC X(40).
       77  AUDIT-AFTER PIC X(40).
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "CUSTOMER-CASES".
       77  LOG-MESSAGE-FIELD PIC X(80).

       PROCEDURE DIVISION.

      *Complaints used to live in the customer service mailbox. Now
      *each one is a case against the order it is about, and where
      *it applies the shipment, the serial-numbered unit and the
      *invoice, so the next person to pick up the phone can see the
      *whole story in dated notes and how it was put right: by a
      *return, a credit note, a reshipment or no action at all.
       PROGRAM-BEGIN.
       ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
       OPEN I-O CASES-FILE.
       OPEN I-O CASE-NOTES-FILE.
       OPEN I-O ORDERS-FILE.
       OPEN I-O ORDER-LINES-FILE.
       OPEN I-O SHIPMENTS-FILE.
       OPEN I-O SERIALS-FILE.
       OPEN I-O INVOICES-FILE.
       OPEN I-O RETURNS-FILE.
       OPEN I-O CREDIT-NOTES-FILE.
       OPEN I-O OPERATORS-FILE.
       PERFORM CASE-MENU.
       PERFORM PROCESS-OPTION UNTIL OPTION = 0.
       CLOSE CASES-FILE.
       CLOSE CASE-NOTES-FILE.
       CLOSE ORDERS-FILE.
       CLOSE ORDER-LINES-FILE.
       CLOSE SHIPMENTS-FILE.
       CLOSE SERIALS-FILE.
       CLOSE INVOICES-FILE.
       CLOSE RETURNS-FILE.
       CLOSE CREDIT-NOTES-FILE.
       CLOSE OPERATORS-FILE.
       GOBACK.

       CASE-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Customer Case Menu"
       DISPLAY "1. Open a case"
       DISPLAY "2. Add a note to a case"
       DISPLAY "3. List open cases"
       DISPLAY "4. Resolve a case"
       DISPLAY "5. Show a case and its notes"
       DISPLAY "6. Hand a case to another owner"
       DISPLAY "0. Back"
       DISPLAY "Enter your choice (0-6):"
       ACCEPT OPTION.

       PROCESS-OPTION.
       IF OPTION = 1 THEN
           PERFORM OPEN-CASE
           PERFORM CASE-MENU
       ELSE IF OPTION = 2 THEN
           PERFORM ADD-CASE-NOTE
           PERFORM CASE-MENU
       ELSE IF OPTION = 3 THEN
           PERFORM LIST-OPEN-CASES
           PERFORM CASE-MENU
       ELSE IF OPTION = 4 THEN
           PERFORM RESOLVE-CASE
           PERFORM CASE-MENU
       ELSE IF OPTION = 5 THEN
           PERFORM SHOW-ONE-CASE
           PERFORM CASE-MENU
       ELSE IF OPTION = 6 THEN
           PERFORM REASSIGN-CASE
           PERFORM CASE-MENU
       ELSE IF OPTION = 0 THEN
           CONTINUE
       ELSE
           DISPLAY "Invalid option. Please enter a valid choice (0-6):"
           MOVE "Invalid customer case option entered."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
           PERFORM CASE-MENU.

       OPEN-CASE.
       DISPLAY "Enter the order id the complaint is about: ".
       ACCEPT WANTED-ORDER-ID.
       MOVE WANTED-ORDER-ID TO ORDER-ID.
       MOVE "S" TO RECORD-FOUND.
       READ ORDERS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND ORDER-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No order found with that id."
       ELSE
           DISPLAY "Customer: " ORDER-CUSTOMER-ID " "
               ORDER-CUSTOMER-NAME
           PERFORM BUILD-CASE
           PERFORM WRITE-NEW-CASE
       END-IF.

       BUILD-CASE.
       MOVE SPACE TO CASE-REGISTRATION.
       MOVE ORDER-ID TO CASE-ORDER-ID.
       MOVE ORDER-CUSTOMER-ID TO CASE-CUSTOMER-ID.
       PERFORM ASK-CASE-SHIPMENT.
       PERFORM ASK-CASE-PRODUCT.
       PERFORM ASK-CASE-INVOICE.
       MOVE SPACE TO CASE-CATEGORY.
       MOVE 0 TO TRIES.
       PERFORM ASK-CASE-CATEGORY
           UNTIL CASE-CATEGORY-IS-VALID OR TRIES = 3.
       IF NOT CASE-CATEGORY-IS-VALID
           MOVE "O" TO CASE-CATEGORY
       END-IF.
       DISPLAY "Priority - (H)igh, (N)ormal or (L)ow: ".
       ACCEPT CASE-PRIORITY.
       INSPECT CASE-PRIORITY CONVERTING "hnl" TO "HNL".
       IF NOT CASE-IS-HIGH AND NOT CASE-IS-LOW
           MOVE "N" TO CASE-PRIORITY
       END-IF.
       DISPLAY "Describe the complaint: ".
       ACCEPT CASE-SUMMARY.
       PERFORM ASK-CASE-OWNER.
       MOVE WANTED-OWNER TO CASE-OWNER.
       MOVE TODAY-DATE TO CASE-OPENED-DATE.
       MOVE SESSION-OPERATOR-ID TO CASE-OPENED-BY.
       MOVE "O" TO CASE-STATUS.
       MOVE 0 TO CASE-RESOLVED-DATE.
       MOVE SPACE TO CASE-OUTCOME.
       MOVE 0 TO CASE-OUTCOME-REF.
       MOVE 0 TO CASE-LAST-NOTE-SEQ.
       MOVE SESSION-COMPANY-CODE TO CASE-COMPANY-CODE.

      *The carrier comes from the shipment named; when none is named
      *it is the carrier of the order's first shipment, if it has
      *gone out at all, so late deliveries still count against the
      *carrier that made them.
       ASK-CASE-SHIPMENT.
       MOVE 0 TO CASE-SHIPMENT-SEQ.
       MOVE SPACE TO CASE-CARRIER-CODE.
       DISPLAY "Shipment number on the order (0 for none): ".
       ACCEPT WANTED-SHIPMENT-SEQ.
       MOVE CASE-ORDER-ID TO SHIPMENT-ORDER-ID.
       IF WANTED-SHIPMENT-SEQ = 0
           MOVE 1 TO SHIPMENT-SEQ
       ELSE
           MOVE WANTED-SHIPMENT-SEQ TO SHIPMENT-SEQ
       END-IF.
       MOVE "S" TO RECORD-FOUND.
       READ SHIPMENTS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           MOVE SHIPMENT-CARRIER-CODE TO CASE-CARRIER-CODE
           MOVE WANTED-SHIPMENT-SEQ TO CASE-SHIPMENT-SEQ
       ELSE IF WANTED-SHIPMENT-SEQ NOT = 0
           DISPLAY "No such shipment on this order - none recorded.".

      *A product must be one the order carried; a serial number must
      *be a unit shipped on this order.
       ASK-CASE-PRODUCT.
       MOVE SPACE TO CASE-PRODUCT-ID.
       MOVE SPACE TO CASE-SERIAL-NUMBER.
       DISPLAY "Product id complained about (blank for none): ".
       ACCEPT WANTED-PRODUCT-ID.
       IF WANTED-PRODUCT-ID NOT = SPACE
           PERFORM FIND-PRODUCT-ON-ORDER
           IF LINE-FOUND = "N"
               DISPLAY "That product is not on the order - none "
               "recorded."
           ELSE
               MOVE WANTED-PRODUCT-ID TO CASE-PRODUCT-ID
               PERFORM ASK-CASE-SERIAL
           END-IF
       END-IF.

       FIND-PRODUCT-ON-ORDER.
       MOVE "N" TO LINE-FOUND.
       MOVE CASE-ORDER-ID TO LINE-ORDER-ID.
       MOVE 0 TO LINE-NUMBER.
       MOVE 0 TO SCAN-EOF.
       START ORDER-LINES-FILE KEY IS >= ORDER-LINE-KEY
           INVALID KEY MOVE 1 TO SCAN-EOF.
       PERFORM CHECK-NEXT-ORDER-LINE
           UNTIL SCAN-EOF = 1 OR LINE-FOUND = "Y".

       CHECK-NEXT-ORDER-LINE.
       READ ORDER-LINES-FILE NEXT RECORD
           AT END MOVE 1 TO SCAN-EOF
       END-READ.
       IF SCAN-EOF = 0
           IF LINE-ORDER-ID NOT = CASE-ORDER-ID
               MOVE 1 TO SCAN-EOF
           END-IF
       END-IF.
       IF SCAN-EOF = 0
           AND LINE-PRODUCT-ID = WANTED-PRODUCT-ID
           MOVE "Y" TO LINE-FOUND
       END-IF.

       ASK-CASE-SERIAL.
       DISPLAY "Serial number of the unit (blank for none): ".
       ACCEPT WANTED-SERIAL.
       IF WANTED-SERIAL NOT = SPACE
           MOVE CASE-PRODUCT-ID TO SERIAL-PRODUCT-ID
           MOVE WANTED-SERIAL TO SERIAL-NUMBER
           MOVE "S" TO RECORD-FOUND
           READ SERIALS-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND
           END-READ
           IF RECORD-FOUND = "S"
               AND SERIAL-ORDER-ID = CASE-ORDER-ID
               MOVE WANTED-SERIAL TO CASE-SERIAL-NUMBER
           ELSE
               DISPLAY "That unit did not ship on this order - none "
               "recorded."
           END-IF
       END-IF.

       ASK-CASE-INVOICE.
       MOVE 0 TO CASE-INVOICE-ID.
       IF ORDER-IS-INVOICED
           DISPLAY "Invoice number (0 for the order's invoice "
               ORDER-INVOICE-ID "): "
       ELSE
           DISPLAY "Invoice number (0 for none): "
       END-IF.
       ACCEPT WANTED-INVOICE-ID.
       IF WANTED-INVOICE-ID = 0
           IF ORDER-IS-INVOICED
               MOVE ORDER-INVOICE-ID TO CASE-INVOICE-ID
           END-IF
       ELSE
           MOVE WANTED-INVOICE-ID TO INVOICE-ID
           MOVE "S" TO RECORD-FOUND
           READ INVOICES-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND
           END-READ
           IF RECORD-FOUND = "S"
               AND INVOICE-ORDER-ID = CASE-ORDER-ID
               MOVE WANTED-INVOICE-ID TO CASE-INVOICE-ID
           ELSE
               DISPLAY "That invoice is not for this order - none "
               "recorded."
           END-IF
       END-IF.

       ASK-CASE-CATEGORY.
       DISPLAY "Category - (L)ate delivery, (W)rong item, "
           "(D)amaged, (F)aulty, (B)illing, (O)ther: ".
       ACCEPT CASE-CATEGORY.
       INSPECT CASE-CATEGORY CONVERTING "lwdfbo" TO "LWDFBO".
       IF NOT CASE-CATEGORY-IS-VALID
           DISPLAY "Enter one of L, W, D, F, B or O."
       END-IF.
       ADD 1 TO TRIES.

      *The owner is the operator who sees the case through; blank
      *means the operator taking the call.
       ASK-CASE-OWNER.
       MOVE "N" TO ENTRY-OK.
       MOVE 0 TO TRIES.
       PERFORM ASK-OWNER-ONCE UNTIL ENTRY-OK = "Y" OR TRIES = 3.
       IF ENTRY-OK = "N"
           MOVE SESSION-OPERATOR-ID TO WANTED-OWNER
       END-IF.

       ASK-OWNER-ONCE.
       DISPLAY "Owner's operator id (blank for yourself): ".
       ACCEPT WANTED-OWNER.
       IF WANTED-OWNER = SPACE
           MOVE SESSION-OPERATOR-ID TO WANTED-OWNER
           MOVE "Y" TO ENTRY-OK
       ELSE
           MOVE WANTED-OWNER TO OPERATOR-ID
           READ OPERATORS-FILE RECORD
               INVALID KEY
                   DISPLAY "No operator with that id."
               NOT INVALID KEY
                   MOVE "Y" TO ENTRY-OK
           END-READ
       END-IF.
       ADD 1 TO TRIES.

       WRITE-NEW-CASE.
       CALL "get-next-number" USING CASE-DOC-TYPE CASE-ID.
       MOVE "N" TO CASE-WRITE-OK.
       PERFORM WRITE-CASE-ONCE UNTIL CASE-WRITE-OK = "Y".
       DISPLAY "Case " CASE-ID " opened, owner " CASE-OWNER ".".
       MOVE CASE-ID TO AUDIT-CASE-ID.
       MOVE SPACE TO AUDIT-BEFORE.
       MOVE SPACE TO AUDIT-AFTER.
       STRING "OPEN ORDER " DELIMITED BY SIZE
           CASE-ORDER-ID DELIMITED BY SIZE
           " CAT " DELIMITED BY SIZE
           CASE-CATEGORY DELIMITED BY SIZE
           " PRI " DELIMITED BY SIZE
           CASE-PRIORITY DELIMITED BY SIZE
           INTO AUDIT-AFTER.
       CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD AUDIT-CASE-ID
           AUDIT-BEFORE AUDIT-AFTER.

      *Case ids keyed by hand in the past may collide with the
      *counter until it passes them; a collision simply draws the
      *next number.
       WRITE-CASE-ONCE.
       WRITE CASE-REGISTRATION
           INVALID KEY
               CALL "get-next-number" USING CASE-DOC-TYPE CASE-ID
           NOT INVALID KEY
               MOVE "Y" TO CASE-WRITE-OK
       END-WRITE.

       READ-CASE-FOR-UPDATE.
       DISPLAY "Enter the case id: ".
       ACCEPT WANTED-CASE-ID.
       MOVE WANTED-CASE-ID TO CASE-ID.
       MOVE "S" TO RECORD-FOUND.
       READ CASES-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND CASE-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.

      *Every call back, promise and chase is a dated note under the
      *case, signed by the operator who made it.
       ADD-CASE-NOTE.
       PERFORM READ-CASE-FOR-UPDATE.
       IF RECORD-FOUND = "N"
           DISPLAY "No case found with that id."
       ELSE
           DISPLAY "Note (one line): "
           ACCEPT NOTE-ENTRY
           IF NOTE-ENTRY = SPACE
               DISPLAY "Nothing entered - no note added."
           ELSE
               PERFORM WRITE-CASE-NOTE
           END-IF
       END-IF.

       WRITE-CASE-NOTE.
       ADD 1 TO CASE-LAST-NOTE-SEQ.
       MOVE CASE-ID TO CASE-NOTE-CASE-ID.
       MOVE CASE-LAST-NOTE-SEQ TO CASE-NOTE-SEQ.
       MOVE TODAY-DATE TO CASE-NOTE-DATE.
       MOVE SESSION-OPERATOR-ID TO CASE-NOTE-BY.
       MOVE NOTE-ENTRY TO CASE-NOTE-TEXT.
       WRITE CASE-NOTE-REGISTRATION
           INVALID KEY
               DISPLAY "Error writing case note."
           NOT INVALID KEY
               REWRITE CASE-REGISTRATION
                   INVALID KEY
                       DISPLAY "Error updating case record."
               END-REWRITE
               DISPLAY "Note " CASE-NOTE-SEQ " added to case "
                   CASE-ID "."
       END-WRITE.

       LIST-OPEN-CASES.
       DISPLAY "Owner's operator id (blank for every owner): ".
       ACCEPT WANTED-OWNER.
       MOVE 0 TO LISTED-COUNT.
       MOVE 0 TO CASE-ID.
       MOVE 0 TO END-OF-FILE.
       START CASES-FILE KEY IS >= CASE-ID
           INVALID KEY MOVE 1 TO END-OF-FILE.
       DISPLAY " ".
       DISPLAY "=============== OPEN CUSTOMER CASES ===============".
       PERFORM SHOW-NEXT-OPEN-CASE UNTIL END-OF-FILE = 1.
       DISPLAY "---------------------------------------------------".
       DISPLAY "Open cases: " LISTED-COUNT.
       DISPLAY "===================================================".

       SHOW-NEXT-OPEN-CASE.
       READ CASES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND CASE-COMPANY-CODE = SESSION-COMPANY-CODE
           IF CASE-IS-OPEN
               AND (WANTED-OWNER = SPACE OR CASE-OWNER = WANTED-OWNER)
               ADD 1 TO LISTED-COUNT
               DISPLAY "Case: " CASE-ID " Opened: " CASE-OPENED-DATE
               " Priority: " CASE-PRIORITY
               " Category: " CASE-CATEGORY
               " Owner: " CASE-OWNER
               DISPLAY "  Order: " CASE-ORDER-ID
               " Customer: " CASE-CUSTOMER-ID
               " " CASE-SUMMARY
           END-IF
       END-IF.

      *The outcome points at the document that put the complaint
      *right, raised in the usual way first: the return from the
      *returns screen, the credit note, or the replacement order.
       RESOLVE-CASE.
       PERFORM READ-CASE-FOR-UPDATE.
       IF RECORD-FOUND = "N"
           DISPLAY "No case found with that id."
       ELSE IF NOT CASE-IS-OPEN
           DISPLAY "Case " CASE-ID " was resolved on "
               CASE-RESOLVED-DATE "."
       ELSE
           PERFORM SHOW-CASE-DETAILS
           PERFORM ASK-CASE-OUTCOME
           IF ENTRY-OK = "Y"
               DISPLAY "Describe the resolution: "
               ACCEPT CASE-RESOLUTION
               PERFORM CLOSE-CASE
           END-IF.

       ASK-CASE-OUTCOME.
       MOVE "N" TO ENTRY-OK.
       DISPLAY "Resolved by (R)eturn, (C)redit note, re(S)hip or "
           "(N)o action: ".
       ACCEPT OUTCOME-ENTRY.
       INSPECT OUTCOME-ENTRY CONVERTING "rcsn" TO "RCSN".
       MOVE 0 TO OUTCOME-REF-ENTRY.
       IF OUTCOME-ENTRY = "N"
           MOVE "Y" TO ENTRY-OK
       ELSE IF OUTCOME-ENTRY = "R"
           DISPLAY "Enter the return id: "
           ACCEPT OUTCOME-REF-ENTRY
           PERFORM CHECK-OUTCOME-RETURN
       ELSE IF OUTCOME-ENTRY = "C"
           DISPLAY "Enter the credit note id: "
           ACCEPT OUTCOME-REF-ENTRY
           PERFORM CHECK-OUTCOME-CREDIT
       ELSE IF OUTCOME-ENTRY = "S"
           DISPLAY "Enter the replacement order id: "
           ACCEPT OUTCOME-REF-ENTRY
           PERFORM CHECK-OUTCOME-RESHIP
       ELSE
           DISPLAY "Enter R, C, S or N. Case left open.".

       CHECK-OUTCOME-RETURN.
       MOVE OUTCOME-REF-ENTRY TO RETURN-ID.
       READ RETURNS-FILE RECORD
           INVALID KEY
               DISPLAY "No return with that id. Case left open."
           NOT INVALID KEY
               IF RETURN-ORDER-ID = CASE-ORDER-ID
                   MOVE "Y" TO ENTRY-OK
               ELSE
                   DISPLAY "That return is against order "
                       RETURN-ORDER-ID ". Case left open."
               END-IF
       END-READ.

       CHECK-OUTCOME-CREDIT.
       MOVE OUTCOME-REF-ENTRY TO CREDIT-NOTE-ID.
       READ CREDIT-NOTES-FILE RECORD
           INVALID KEY
               DISPLAY "No credit note with that id. Case left open."
           NOT INVALID KEY
               IF CREDIT-NOTE-CUSTOMER-ID = CASE-CUSTOMER-ID
                   MOVE "Y" TO ENTRY-OK
               ELSE
                   DISPLAY "That credit note is for another "
                   "customer. Case left open."
               END-IF
       END-READ.

       CHECK-OUTCOME-RESHIP.
       MOVE OUTCOME-REF-ENTRY TO ORDER-ID.
       READ ORDERS-FILE RECORD
           INVALID KEY
               DISPLAY "No order with that id. Case left open."
           NOT INVALID KEY
               IF ORDER-CUSTOMER-ID = CASE-CUSTOMER-ID
                   AND ORDER-COMPANY-CODE = SESSION-COMPANY-CODE
                   MOVE "Y" TO ENTRY-OK
               ELSE
                   DISPLAY "That order is for another customer. "
                   "Case left open."
               END-IF
       END-READ.

       CLOSE-CASE.
       MOVE OUTCOME-ENTRY TO CASE-OUTCOME.
       MOVE OUTCOME-REF-ENTRY TO CASE-OUTCOME-REF.
       MOVE "R" TO CASE-STATUS.
       MOVE TODAY-DATE TO CASE-RESOLVED-DATE.
       REWRITE CASE-REGISTRATION
           INVALID KEY
               DISPLAY "Error updating case record."
           NOT INVALID KEY
               MOVE CASE-ID TO AUDIT-CASE-ID
               MOVE "STATUS=OPEN" TO AUDIT-BEFORE
               MOVE SPACE TO AUDIT-AFTER
               STRING "RESOLVED " DELIMITED BY SIZE
                   CASE-OUTCOME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CASE-OUTCOME-REF DELIMITED BY SIZE
                   INTO AUDIT-AFTER
               CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD
                   AUDIT-CASE-ID AUDIT-BEFORE AUDIT-AFTER
               DISPLAY "Case " CASE-ID " resolved."
       END-REWRITE.

       SHOW-ONE-CASE.
       DISPLAY "Enter the case id: ".
       ACCEPT WANTED-CASE-ID.
       MOVE WANTED-CASE-ID TO CASE-ID.
       MOVE "S" TO RECORD-FOUND.
       READ CASES-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND CASE-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No case found with that id."
       ELSE
           PERFORM SHOW-CASE-DETAILS
           PERFORM SHOW-CASE-NOTES.

       SHOW-CASE-DETAILS.
       DISPLAY " ".
       DISPLAY "Case: " CASE-ID " Opened: " CASE-OPENED-DATE
           " By: " CASE-OPENED-BY " Owner: " CASE-OWNER.
       DISPLAY "Customer: " CASE-CUSTOMER-ID " Order: " CASE-ORDER-ID
           " Shipment: " CASE-SHIPMENT-SEQ
           " Carrier: " CASE-CARRIER-CODE.
       DISPLAY "Product: " CASE-PRODUCT-ID
           " Serial: " CASE-SERIAL-NUMBER
           " Invoice: " CASE-INVOICE-ID.
       DISPLAY "Category: " CASE-CATEGORY
           " Priority: " CASE-PRIORITY " Status: " CASE-STATUS.
       DISPLAY "Complaint: " CASE-SUMMARY.
       IF CASE-IS-RESOLVED
           DISPLAY "Resolved: " CASE-RESOLVED-DATE
               " Outcome: " CASE-OUTCOME " Ref: " CASE-OUTCOME-REF
           DISPLAY "Resolution: " CASE-RESOLUTION
       END-IF.

       SHOW-CASE-NOTES.
       MOVE CASE-ID TO CASE-NOTE-CASE-ID.
       MOVE 0 TO CASE-NOTE-SEQ.
       MOVE 0 TO SCAN-EOF.
       START CASE-NOTES-FILE KEY IS >= CASE-NOTE-KEY
           INVALID KEY MOVE 1 TO SCAN-EOF.
       PERFORM SHOW-NEXT-CASE-NOTE UNTIL SCAN-EOF = 1.

       SHOW-NEXT-CASE-NOTE.
       READ CASE-NOTES-FILE NEXT RECORD
           AT END MOVE 1 TO SCAN-EOF
       END-READ.
       IF SCAN-EOF = 0
           IF CASE-NOTE-CASE-ID = CASE-ID
               DISPLAY "  " CASE-NOTE-DATE " " CASE-NOTE-BY " "
                   CASE-NOTE-TEXT
           ELSE
               MOVE 1 TO SCAN-EOF
           END-IF
       END-IF.

       REASSIGN-CASE.
       PERFORM READ-CASE-FOR-UPDATE.
       IF RECORD-FOUND = "N"
           DISPLAY "No case found with that id."
       ELSE IF NOT CASE-IS-OPEN
           DISPLAY "Case " CASE-ID " is already resolved."
       ELSE
           DISPLAY "Current owner: " CASE-OWNER
           MOVE CASE-OWNER TO OLD-OWNER
           PERFORM ASK-CASE-OWNER
           MOVE WANTED-OWNER TO CASE-OWNER
           REWRITE CASE-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating case record."
               NOT INVALID KEY
                   MOVE CASE-ID TO AUDIT-CASE-ID
                   MOVE SPACE TO AUDIT-BEFORE
                   MOVE SPACE TO AUDIT-AFTER
                   STRING "OWNER=" DELIMITED BY SIZE
                       OLD-OWNER DELIMITED BY SIZE
                       INTO AUDIT-BEFORE
                   STRING "OWNER=" DELIMITED BY SIZE
                       CASE-OWNER DELIMITED BY SIZE
                       INTO AUDIT-AFTER
                   CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD
                       AUDIT-CASE-ID AUDIT-BEFORE AUDIT-AFTER
                   DISPLAY "Case " CASE-ID " now owned by "
                       CASE-OWNER "."
           END-REWRITE.

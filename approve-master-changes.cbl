       IDENTIFICATION DIVISION.
       PROGRAM-ID. approve-master-changes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "pending-change-physical-file.cbl".
       COPY "physical-file.cbl".
       COPY "customer-physical-file.cbl".
       COPY "vendor-physical-file.cbl".
       COPY "style-physical-file.cbl".
       COPY "price-schedule-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with pending master-data change fields.
       COPY "pending-change-logic-file.cbl".
      * Logic file with products fields.
       COPY "logic-file.cbl".
      * Logic file with customer fields.
       COPY "customer-logic-file.cbl".
      * Logic file with vendor fields.
       COPY "vendor-logic-file.cbl".
      * Logic file with style master fields.
       COPY "style-logic-file.cbl".
      * Logic file with scheduled price change fields.
       COPY "price-schedule-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so the approver is known.
       COPY "session-data.cbl".
       01  OPTION PIC 9.
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  CHANGES-SHOWN PIC 9(5).
       77  WANTED-CHANGE-ID PIC 9(6).
       77  DECISION PIC X.
       77  STILL-CURRENT PIC X.
       77  TODAY-DATE PIC 9(8).
       77  OLD-AMOUNT-EDIT PIC Z(8)9.99.
       77  NEW-AMOUNT-EDIT PIC Z(8)9.99.
       77  STYLE-PRICE-WANTED PIC 9(6)V99.
       77  VARIANTS-REPRICED PIC 9(5).
       77  STYLE-PRICE-RESULT PIC X.
       77  STYLE-CODE-WANTED PIC X(6).
       77  HISTORY-OLD-PRICE PIC 9(6)V99.
       77  JOURNAL-TAG-FIELD PIC X(12).
       77  JOURNAL-IMAGE-FIELD PIC X(256).
       77  AUDIT-BEFORE PIC X(40).
       77  AUDIT-AFTER PIC X(40).
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "APPROVE-MASTER-CHG".
       77  LOG-MESSAGE-FIELD PIC X(80).

       PROCEDURE DIVISION.

      *Price moves past the limit, credit limit rises and vendor
      *name, email or bank changes wait here. A second
      *administrator - never the one who keyed the change - approves
      *it, which applies it to the record, or rejects it, which
      *leaves the record as it is. Either way log-audit records it.
       PROGRAM-BEGIN.
       IF NOT SESSION-ROLE-IS-ADMIN
           DISPLAY "Only an administrator can approve master-data "
           "changes."
           GOBACK
       END-IF.
       ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
       OPEN I-O PENDING-CHANGES-FILE.
       OPEN I-O PRODUCTS-FILE.
       OPEN I-O CUSTOMERS-FILE.
       OPEN I-O VENDORS-FILE.
       OPEN I-O STYLES-FILE.
       OPEN I-O PRICE-SCHEDULE-FILE.
       PERFORM APPROVAL-MENU.
       PERFORM PROCESS-OPTION UNTIL OPTION = 0.
       CLOSE PENDING-CHANGES-FILE.
       CLOSE PRODUCTS-FILE.
       CLOSE CUSTOMERS-FILE.
       CLOSE VENDORS-FILE.
       CLOSE STYLES-FILE.
       CLOSE PRICE-SCHEDULE-FILE.
       GOBACK.

       APPROVAL-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Master-Data Change Approval Menu"
       DISPLAY "1. List changes waiting for approval"
       DISPLAY "2. Approve or reject a change"
       DISPLAY "3. List decided changes"
       DISPLAY "0. Back"
       DISPLAY "Enter your choice (0-3):"
       ACCEPT OPTION.

       PROCESS-OPTION.
       IF OPTION = 1 THEN
           PERFORM LIST-PENDING-CHANGES
           PERFORM APPROVAL-MENU
       ELSE IF OPTION = 2 THEN
           PERFORM DECIDE-CHANGE
           PERFORM APPROVAL-MENU
       ELSE IF OPTION = 3 THEN
           PERFORM LIST-DECIDED-CHANGES
           PERFORM APPROVAL-MENU
       ELSE IF OPTION = 0 THEN
           CONTINUE
       ELSE
           DISPLAY "Invalid option. Please enter a valid choice (0-3):"
           MOVE "Invalid change approval menu option entered."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
           PERFORM APPROVAL-MENU.

       LIST-PENDING-CHANGES.
       MOVE 0 TO CHANGES-SHOWN.
       MOVE 0 TO PCHG-ID.
       MOVE 0 TO END-OF-FILE.
       START PENDING-CHANGES-FILE KEY IS >= PCHG-ID
           INVALID KEY MOVE 1 TO END-OF-FILE.
       PERFORM SHOW-NEXT-PENDING UNTIL END-OF-FILE = 1.
       IF CHANGES-SHOWN = 0
           DISPLAY "No changes are waiting for approval."
       END-IF.

       SHOW-NEXT-PENDING.
       READ PENDING-CHANGES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF PCHG-IS-PENDING
               ADD 1 TO CHANGES-SHOWN
               PERFORM SHOW-CHANGE-DETAIL
           END-IF
       END-IF.

       LIST-DECIDED-CHANGES.
       MOVE 0 TO CHANGES-SHOWN.
       MOVE 0 TO PCHG-ID.
       MOVE 0 TO END-OF-FILE.
       START PENDING-CHANGES-FILE KEY IS >= PCHG-ID
           INVALID KEY MOVE 1 TO END-OF-FILE.
       PERFORM SHOW-NEXT-DECIDED UNTIL END-OF-FILE = 1.
       IF CHANGES-SHOWN = 0
           DISPLAY "No changes have been decided yet."
       END-IF.

       SHOW-NEXT-DECIDED.
       READ PENDING-CHANGES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF NOT PCHG-IS-PENDING
               ADD 1 TO CHANGES-SHOWN
               PERFORM SHOW-CHANGE-DETAIL
               IF PCHG-IS-APPROVED
                   DISPLAY "    Approved by " PCHG-DECIDED-BY
                   " on " PCHG-DECIDED-DATE
               ELSE
                   DISPLAY "    Rejected by " PCHG-DECIDED-BY
                   " on " PCHG-DECIDED-DATE
               END-IF
           END-IF
       END-IF.

       SHOW-CHANGE-DETAIL.
       DISPLAY "Change " PCHG-ID " " PCHG-ENTITY " " PCHG-RECORD-KEY
       " " PCHG-FIELD " keyed by " PCHG-REQUESTED-BY
       " on " PCHG-REQUESTED-DATE.
       IF PCHG-IS-PRICE OR PCHG-IS-CREDIT-LIMIT
           MOVE PCHG-OLD-AMOUNT TO OLD-AMOUNT-EDIT
           MOVE PCHG-NEW-AMOUNT TO NEW-AMOUNT-EDIT
           DISPLAY "    From " OLD-AMOUNT-EDIT " to " NEW-AMOUNT-EDIT
       ELSE
           DISPLAY "    From: " PCHG-OLD-VALUE
           DISPLAY "    To:   " PCHG-NEW-VALUE
       END-IF.

       DECIDE-CHANGE.
       DISPLAY "Enter the change number: ".
       ACCEPT WANTED-CHANGE-ID.
       MOVE WANTED-CHANGE-ID TO PCHG-ID.
       MOVE "S" TO RECORD-FOUND.
       READ PENDING-CHANGES-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No change found with that number."
       ELSE IF NOT PCHG-IS-PENDING
           DISPLAY "That change has already been decided."
       ELSE IF PCHG-REQUESTED-BY = SESSION-OPERATOR-ID
           DISPLAY "You keyed this change - another administrator "
           "must approve or reject it."
           MOVE "Own master-data change approval attempted."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
       ELSE
           PERFORM SHOW-CHANGE-DETAIL
           DISPLAY "(A)pprove, (R)eject, or blank to leave it: "
           ACCEPT DECISION
           IF DECISION = "a"
               MOVE "A" TO DECISION
           END-IF
           IF DECISION = "r"
               MOVE "R" TO DECISION
           END-IF
           IF DECISION = "A"
               PERFORM APPLY-CHANGE
           ELSE IF DECISION = "R"
               PERFORM REJECT-CHANGE
           ELSE
               DISPLAY "Change left waiting."
           END-IF
       END-IF.

      *The record must still hold the value the change was keyed
      *against; if someone has altered it since, the change is out
      *of date and is rejected rather than applied over the top.
       APPLY-CHANGE.
       MOVE "N" TO STILL-CURRENT.
       IF PCHG-FOR-PRODUCT
           PERFORM APPLY-PRODUCT-CHANGE
       ELSE IF PCHG-FOR-CUSTOMER
           PERFORM APPLY-CUSTOMER-CHANGE
       ELSE IF PCHG-FOR-VENDOR
           PERFORM APPLY-VENDOR-CHANGE
       ELSE IF PCHG-FOR-STYLE
           PERFORM APPLY-STYLE-CHANGE
       ELSE IF PCHG-FOR-SCHEDULE
           PERFORM RELEASE-SCHEDULED-PRICE
       END-IF.
       IF STILL-CURRENT = "Y"
           MOVE "A" TO PCHG-STATUS
           PERFORM RECORD-DECISION
           DISPLAY "Change " PCHG-ID " approved and applied."
       ELSE
           DISPLAY "The record no longer holds the value this change "
           "replaces - rejected as out of date."
           MOVE "R" TO PCHG-STATUS
           PERFORM RECORD-DECISION
       END-IF.

       APPLY-PRODUCT-CHANGE.
       MOVE PCHG-RECORD-KEY TO PRODUCT-ID.
       MOVE "S" TO RECORD-FOUND.
       READ PRODUCTS-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S" AND PCHG-IS-PRICE
           AND PRODUCT-PRICE = PCHG-OLD-AMOUNT
           MOVE PRODUCT-PRICE TO HISTORY-OLD-PRICE
           MOVE PCHG-NEW-AMOUNT TO PRODUCT-PRICE
           ACCEPT PRODUCT-LAST-UPDATED-DATE FROM DATE YYYYMMDD
           REWRITE PRODUCT-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating product record."
               NOT INVALID KEY
                   MOVE "Y" TO STILL-CURRENT
                   PERFORM JOURNAL-PRODUCT-IMAGE
                   CALL "record-price-history" USING PRODUCT-ID
                       HISTORY-OLD-PRICE PRODUCT-PRICE TODAY-DATE
                       LOG-PROGRAM-NAME-FIELD
           END-REWRITE
       END-IF.

       APPLY-CUSTOMER-CHANGE.
       MOVE PCHG-KEY-CUSTOMER-ID TO CUSTOMER-ID.
       MOVE "S" TO RECORD-FOUND.
       READ CUSTOMERS-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S" AND PCHG-IS-CREDIT-LIMIT
           AND CUSTOMER-CREDIT-LIMIT = PCHG-OLD-AMOUNT
           MOVE PCHG-NEW-AMOUNT TO CUSTOMER-CREDIT-LIMIT
           REWRITE CUSTOMER-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating customer record."
               NOT INVALID KEY
                   MOVE "Y" TO STILL-CURRENT
           END-REWRITE
       END-IF.

       APPLY-VENDOR-CHANGE.
       MOVE PCHG-KEY-VENDOR-ID TO VENDOR-ID.
       MOVE "S" TO RECORD-FOUND.
       READ VENDORS-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           IF PCHG-IS-VENDOR-NAME AND VENDOR-NAME = PCHG-OLD-VALUE
               MOVE PCHG-NEW-VALUE TO VENDOR-NAME
               MOVE "Y" TO STILL-CURRENT
           END-IF
           IF PCHG-IS-VENDOR-EMAIL AND VENDOR-EMAIL = PCHG-OLD-VALUE
               MOVE PCHG-NEW-VALUE TO VENDOR-EMAIL
               MOVE "Y" TO STILL-CURRENT
           END-IF
           IF PCHG-IS-VENDOR-BANK
               AND VENDOR-BANK-ACCOUNT = PCHG-OLD-VALUE
               MOVE PCHG-NEW-VALUE TO VENDOR-BANK-ACCOUNT
               MOVE "Y" TO STILL-CURRENT
           END-IF
           IF STILL-CURRENT = "Y"
               REWRITE VENDOR-REGISTRATION
                   INVALID KEY
                       DISPLAY "Error updating vendor record."
                       MOVE "N" TO STILL-CURRENT
               END-REWRITE
           END-IF
       END-IF.

      *A style price reaches every size and colour of the style
      *through the same routine style maintenance uses, which has the
      *style and product files to itself while it runs.
       APPLY-STYLE-CHANGE.
       MOVE PCHG-RECORD-KEY TO STYLE-CODE-WANTED.
       MOVE STYLE-CODE-WANTED TO STYLE-CODE.
       MOVE "S" TO RECORD-FOUND.
       READ STYLES-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S" AND PCHG-IS-PRICE
           AND STYLE-PRICE = PCHG-OLD-AMOUNT
           MOVE PCHG-NEW-AMOUNT TO STYLE-PRICE-WANTED
           CLOSE STYLES-FILE
           CLOSE PRODUCTS-FILE
           CALL "apply-style-price" USING STYLE-CODE-WANTED
               STYLE-PRICE-WANTED VARIANTS-REPRICED
               STYLE-PRICE-RESULT
           OPEN I-O STYLES-FILE
           OPEN I-O PRODUCTS-FILE
           IF STYLE-PRICE-RESULT = "S"
               MOVE "Y" TO STILL-CURRENT
               DISPLAY "Variants repriced: " VARIANTS-REPRICED
           END-IF
       END-IF.

      *A future-dated price past the limit is held on the schedule
      *until approved; approval releases it for the nightly run to
      *apply on its date, and the price is not touched here.
       RELEASE-SCHEDULED-PRICE.
       MOVE PCHG-KEY-SCHEDULE-ID TO SCHED-ID.
       MOVE "S" TO RECORD-FOUND.
       READ PRICE-SCHEDULE-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S" AND SCHED-IS-HELD
           MOVE "P" TO SCHED-STATUS
           REWRITE PRICE-SCHEDULE-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating price schedule record."
               NOT INVALID KEY
                   MOVE "Y" TO STILL-CURRENT
                   DISPLAY "Price change released to take effect on "
                       SCHED-EFFECTIVE-DATE "."
           END-REWRITE
       END-IF.

      *A rejected future-dated price is cancelled on the schedule so
      *the nightly run never applies it.
       CANCEL-SCHEDULED-PRICE.
       MOVE PCHG-KEY-SCHEDULE-ID TO SCHED-ID.
       MOVE "S" TO RECORD-FOUND.
       READ PRICE-SCHEDULE-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S" AND SCHED-IS-HELD
           MOVE "C" TO SCHED-STATUS
           REWRITE PRICE-SCHEDULE-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating price schedule record."
           END-REWRITE
       END-IF.

       REJECT-CHANGE.
       IF PCHG-FOR-SCHEDULE
           PERFORM CANCEL-SCHEDULED-PRICE
       END-IF.
       MOVE "R" TO PCHG-STATUS.
       PERFORM RECORD-DECISION.
       DISPLAY "Change " PCHG-ID " rejected.".

       RECORD-DECISION.
       MOVE SESSION-OPERATOR-ID TO PCHG-DECIDED-BY.
       MOVE TODAY-DATE TO PCHG-DECIDED-DATE.
       REWRITE PENDING-CHANGE-REGISTRATION
           INVALID KEY
               DISPLAY "Error updating pending change record."
       END-REWRITE.
       PERFORM LOG-DECISION-AUDIT.

       LOG-DECISION-AUDIT.
       MOVE SPACE TO AUDIT-BEFORE.
       MOVE SPACE TO AUDIT-AFTER.
       IF PCHG-IS-PRICE OR PCHG-IS-CREDIT-LIMIT
           MOVE PCHG-OLD-AMOUNT TO OLD-AMOUNT-EDIT
           MOVE PCHG-NEW-AMOUNT TO NEW-AMOUNT-EDIT
           STRING PCHG-FIELD DELIMITED BY SPACE
               "=" DELIMITED BY SIZE
               OLD-AMOUNT-EDIT DELIMITED BY SIZE
               INTO AUDIT-BEFORE
           IF PCHG-IS-APPROVED
               STRING "APPROVED " DELIMITED BY SIZE
                   PCHG-FIELD DELIMITED BY SPACE
                   "=" DELIMITED BY SIZE
                   NEW-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO AUDIT-AFTER
           ELSE
               STRING "REJECTED " DELIMITED BY SIZE
                   PCHG-FIELD DELIMITED BY SPACE
                   "=" DELIMITED BY SIZE
                   NEW-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO AUDIT-AFTER
           END-IF
       ELSE
           STRING PCHG-FIELD DELIMITED BY SPACE
               "=" DELIMITED BY SIZE
               PCHG-OLD-VALUE DELIMITED BY SIZE
               INTO AUDIT-BEFORE
           IF PCHG-IS-APPROVED
               STRING "APPROVED " DELIMITED BY SIZE
                   PCHG-NEW-VALUE DELIMITED BY SIZE
                   INTO AUDIT-AFTER
           ELSE
               STRING "REJECTED " DELIMITED BY SIZE
                   PCHG-NEW-VALUE DELIMITED BY SIZE
                   INTO AUDIT-AFTER
           END-IF
       END-IF.
       CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD PCHG-RECORD-KEY
           AUDIT-BEFORE AUDIT-AFTER.

       JOURNAL-PRODUCT-IMAGE.
       MOVE "PRODUCTS" TO JOURNAL-TAG-FIELD.
       MOVE PRODUCT-REGISTRATION TO JOURNAL-IMAGE-FIELD.
       CALL "log-journal" USING JOURNAL-TAG-FIELD
           JOURNAL-IMAGE-FIELD.

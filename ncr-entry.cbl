       IDENTIFICATION DIVISION.
       PROGRAM-ID. ncr-entry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "ncr-physical-file.cbl".
       COPY "physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with vendor nonconformance report fields.
       COPY "ncr-logic-file.cbl".
      * Logic file with products fields.
       COPY "logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's reports
      * are shown.
       COPY "session-data.cbl".
       01  OPTION PIC 9.
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  TODAY-DATE PIC 9(8).
       77  WORK-NCR-ID PIC 9(6).
       77  OPEN-NCR-COUNT PIC 9(5).
       77  OVERDUE-COUNT PIC 9(5).
       77  OVERDUE-MARK PIC X(8).
       77  RESPONSE-ACTION PIC X.
       77  OLD-NCR-STATUS PIC X.
       77  MANUAL-QUANTITY PIC 9(5).
       77  NCR-SOURCE-FIELD PIC X(01).
       77  NCR-REFERENCE-FIELD PIC X(20).
       77  NCR-VENDOR-FIELD PIC 9(5).
       77  NCR-RTV-FIELD PIC 9(6).
       77  RAISED-NCR-ID PIC 9(6).
       77  AUDIT-ID PIC X(15).
       77  AUDIT-BEFORE PIC X(40).
       77  AUDIT-AFTER PIC X(40).
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "NCR-ENTRY".
       77  LOG-MESSAGE-FIELD PIC X(80).

       PROCEDURE DIVISION.

      *The quality desk's view of the nonconformance reports raised
      *by inspection, returns and the counters: which vendors still
      *owe an answer, which corrective actions are overdue, and the
      *vendor's response once it comes. A report the vendor accepts
      *is charged back from the return-to-vendor screen.
       PROGRAM-BEGIN.
       ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
       OPEN I-O NCR-FILE.
       OPEN I-O PRODUCTS-FILE.
       PERFORM NCR-MENU.
       PERFORM PROCESS-OPTION UNTIL OPTION = 0.
       CLOSE NCR-FILE.
       CLOSE PRODUCTS-FILE.
       GOBACK.

       NCR-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Vendor Nonconformance Menu"
       DISPLAY "1. Raise a nonconformance report"
       DISPLAY "2. List open nonconformance reports"
       DISPLAY "3. Record the vendor's response"
       DISPLAY "4. Record a corrective action received"
       DISPLAY "5. Show a nonconformance report"
       DISPLAY "0. Back"
       DISPLAY "Enter your choice (0-5):"
       ACCEPT OPTION.

       PROCESS-OPTION.
       IF OPTION = 1 THEN
           PERFORM RAISE-MANUAL-NCR
           PERFORM NCR-MENU
       ELSE IF OPTION = 2 THEN
           PERFORM LIST-OPEN-NCRS
           PERFORM NCR-MENU
       ELSE IF OPTION = 3 THEN
           PERFORM RECORD-VENDOR-RESPONSE
           PERFORM NCR-MENU
       ELSE IF OPTION = 4 THEN
           PERFORM RECORD-CORRECTIVE-ACTION
           PERFORM NCR-MENU
       ELSE IF OPTION = 5 THEN
           PERFORM SHOW-ONE-NCR
           PERFORM NCR-MENU
       ELSE IF OPTION = 0 THEN
           CONTINUE
       ELSE
           DISPLAY "Invalid option. Please enter a valid choice (0-5):"
           MOVE "Invalid nonconformance menu option entered."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
           PERFORM NCR-MENU.

      *Faults found anywhere else - at the bench, on a delivery, by
      *a customer on the phone - are written up by hand.
       RAISE-MANUAL-NCR.
       DISPLAY "Enter the product id: ".
       ACCEPT PRODUCT-ID.
       MOVE "S" TO RECORD-FOUND.
       READ PRODUCTS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND PRODUCT-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No product found with that id."
       ELSE
           DISPLAY "Enter the nonconforming quantity: "
           ACCEPT MANUAL-QUANTITY
           IF MANUAL-QUANTITY = 0
               DISPLAY "No quantity - no report raised."
           ELSE
               MOVE "M" TO NCR-SOURCE-FIELD
               MOVE "MANUAL" TO NCR-REFERENCE-FIELD
               MOVE 0 TO NCR-VENDOR-FIELD
               MOVE 0 TO NCR-RTV-FIELD
               CLOSE NCR-FILE
               CALL "raise-ncr" USING NCR-SOURCE-FIELD
                   NCR-REFERENCE-FIELD PRODUCT-ID MANUAL-QUANTITY
                   NCR-VENDOR-FIELD NCR-RTV-FIELD RAISED-NCR-ID
               OPEN I-O NCR-FILE
           END-IF
       END-IF.

       LIST-OPEN-NCRS.
       MOVE 0 TO OPEN-NCR-COUNT.
       MOVE 0 TO OVERDUE-COUNT.
       MOVE 0 TO NCR-ID.
       MOVE 0 TO END-OF-FILE.
       START NCR-FILE KEY IS >= NCR-ID
           INVALID KEY MOVE 1 TO END-OF-FILE.
       DISPLAY " ".
       DISPLAY "========== OPEN NONCONFORMANCE REPORTS ==========".
       PERFORM SHOW-NEXT-OPEN-NCR UNTIL END-OF-FILE = 1.
       DISPLAY "-------------------------------------------------".
       DISPLAY "Open reports: " OPEN-NCR-COUNT
           " Corrective action overdue: " OVERDUE-COUNT.
       DISPLAY "=================================================".

       SHOW-NEXT-OPEN-NCR.
       READ NCR-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND NCR-COMPANY-CODE = SESSION-COMPANY-CODE
           IF NCR-IS-OPEN OR NCR-IS-ACCEPTED OR NCR-IS-DISPUTED
               ADD 1 TO OPEN-NCR-COUNT
               MOVE SPACE TO OVERDUE-MARK
               IF NCR-CA-RECEIVED-DATE = 0
                   AND NCR-CA-DUE-DATE < TODAY-DATE
                   MOVE "OVERDUE" TO OVERDUE-MARK
                   ADD 1 TO OVERDUE-COUNT
               END-IF
               DISPLAY "NCR: " NCR-ID " Vendor: " NCR-VENDOR-ID
               " Product: " NCR-PRODUCT-ID " Qty: " NCR-QUANTITY
               " Defect: " NCR-DEFECT-CODE
               DISPLAY "  Status: " NCR-STATUS
               " CA due: " NCR-CA-DUE-DATE " " OVERDUE-MARK
           END-IF
       END-IF.

       READ-NCR-BY-ID.
       DISPLAY "Enter the nonconformance report number: ".
       ACCEPT WORK-NCR-ID.
       MOVE WORK-NCR-ID TO NCR-ID.
       MOVE "S" TO RECORD-FOUND.
       READ NCR-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND NCR-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.

      *Accepted, the report waits for its chargeback; disputed, it
      *stays open for the buyer to argue; closed, it is written off
      *with no charge to the vendor.
       RECORD-VENDOR-RESPONSE.
       PERFORM READ-NCR-BY-ID.
       IF RECORD-FOUND = "N"
           DISPLAY "No nonconformance report found with that number."
       ELSE IF NOT NCR-IS-OPEN AND NOT NCR-IS-DISPUTED
           DISPLAY "Report " NCR-ID " is no longer awaiting the "
           "vendor's answer. Status: " NCR-STATUS
       ELSE
           PERFORM SHOW-NCR-DETAILS
           DISPLAY "Vendor (A)ccepted, (D)isputed, or (X) close "
           "with no charge?"
           ACCEPT RESPONSE-ACTION
           IF RESPONSE-ACTION = "a"
               MOVE "A" TO RESPONSE-ACTION
           END-IF
           IF RESPONSE-ACTION = "d"
               MOVE "D" TO RESPONSE-ACTION
           END-IF
           IF RESPONSE-ACTION = "x"
               MOVE "X" TO RESPONSE-ACTION
           END-IF
           IF RESPONSE-ACTION = "A" OR RESPONSE-ACTION = "D"
               OR RESPONSE-ACTION = "X"
               PERFORM UPDATE-NCR-STATUS
           ELSE
               DISPLAY "Enter A, D or X. Nothing changed."
           END-IF
       END-IF.

       UPDATE-NCR-STATUS.
       MOVE NCR-STATUS TO OLD-NCR-STATUS.
       MOVE RESPONSE-ACTION TO NCR-STATUS.
       MOVE TODAY-DATE TO NCR-RESPONSE-DATE.
       REWRITE NCR-REGISTRATION
           INVALID KEY
               DISPLAY "Error updating nonconformance report."
           NOT INVALID KEY
               MOVE NCR-ID TO AUDIT-ID
               MOVE SPACE TO AUDIT-BEFORE
               MOVE SPACE TO AUDIT-AFTER
               STRING "STATUS=" DELIMITED BY SIZE
                   OLD-NCR-STATUS DELIMITED BY SIZE
                   INTO AUDIT-BEFORE
               STRING "STATUS=" DELIMITED BY SIZE
                   NCR-STATUS DELIMITED BY SIZE
                   INTO AUDIT-AFTER
               CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD
                   AUDIT-ID AUDIT-BEFORE AUDIT-AFTER
               DISPLAY "Report " NCR-ID " updated."
       END-REWRITE.
       IF NCR-IS-ACCEPTED AND NCR-RTV-ID = 0
           DISPLAY "Charge it back from the return-to-vendor screen."
       END-IF.

       RECORD-CORRECTIVE-ACTION.
       PERFORM READ-NCR-BY-ID.
       IF RECORD-FOUND = "N"
           DISPLAY "No nonconformance report found with that number."
       ELSE IF NCR-CA-RECEIVED-DATE NOT = 0
           DISPLAY "The corrective action was already received on "
               NCR-CA-RECEIVED-DATE "."
       ELSE
           MOVE TODAY-DATE TO NCR-CA-RECEIVED-DATE
           REWRITE NCR-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating nonconformance report."
               NOT INVALID KEY
                   MOVE NCR-ID TO AUDIT-ID
                   MOVE "CA OUTSTANDING" TO AUDIT-BEFORE
                   MOVE SPACE TO AUDIT-AFTER
                   STRING "CA RECEIVED " DELIMITED BY SIZE
                       TODAY-DATE DELIMITED BY SIZE
                       INTO AUDIT-AFTER
                   CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD
                       AUDIT-ID AUDIT-BEFORE AUDIT-AFTER
                   DISPLAY "Corrective action recorded against "
                   "report " NCR-ID "."
           END-REWRITE
       END-IF.

       SHOW-ONE-NCR.
       DISPLAY "Enter the nonconformance report number: ".
       ACCEPT WORK-NCR-ID.
       MOVE WORK-NCR-ID TO NCR-ID.
       MOVE "S" TO RECORD-FOUND.
       READ NCR-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND NCR-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No nonconformance report found with that number."
       ELSE
           PERFORM SHOW-NCR-DETAILS.

       SHOW-NCR-DETAILS.
       DISPLAY "NCR: " NCR-ID " Raised: " NCR-RAISED-DATE
           " By: " NCR-RAISED-BY.
       DISPLAY "Source: " NCR-SOURCE " " NCR-SOURCE-REFERENCE.
       DISPLAY "Vendor: " NCR-VENDOR-ID " PO: " NCR-PO-ID
           " Lot: " NCR-LOT-NUMBER.
       DISPLAY "Product: " NCR-PRODUCT-ID " Qty: " NCR-QUANTITY
           " Defect: " NCR-DEFECT-CODE.
       DISPLAY "Containment: " NCR-CONTAINMENT.
       DISPLAY "Corrective action due: " NCR-CA-DUE-DATE
           " Received: " NCR-CA-RECEIVED-DATE.
       DISPLAY "Status: " NCR-STATUS " Response date: "
           NCR-RESPONSE-DATE " Debit memo: " NCR-RTV-ID.

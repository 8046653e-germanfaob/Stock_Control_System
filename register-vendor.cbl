       COPY "vendor-physical-file.cbl".
       COPY "vendor-xref-physical-file.cbl".
       COPY "physical-file.cbl".
       COPY "terms-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "vendor-xref-logic-file.cbl".
      * Logic file with products fields.
       COPY "logic-file.cbl".
      * Logic file with payment terms fields.
       COPY "terms-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so new records carry the company.
       COPY "session-data.cbl".
       01  OPTION PIC 9.
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9.
       77  LIST-VENDOR-ID PIC 9(5).
       77  COST-ENTRY PIC 9(6).99.
       77  TERMS-OK PIC X.
       77  NAME-ENTRY PIC X(40).
       77  PHONE-ENTRY PIC X(15).
       77  EMAIL-ENTRY PIC X(40).
       77  BANK-ENTRY PIC X(20).
       77  PRICE-CONTROL-PCT PIC 9(3).
       77  CREDIT-CONTROL-PCT PIC 9(3).
       77  PARK-ENTITY PIC X(10) VALUE "VENDOR".
       77  PARK-FIELD PIC X(12).
       01  PARK-RECORD-KEY PIC X(15).
       01  PARK-KEY-VIEW REDEFINES PARK-RECORD-KEY.
           05  PARK-KEY-VENDOR-ID PIC 9(5).
           05  FILLER PIC X(10).
       01  PARK-OLD-VALUE PIC X(40).
       01  PARK-NEW-VALUE PIC X(40).
       77  PARKED-ID PIC 9(6).
       77  AUDIT-BEFORE PIC X(40).
       77  AUDIT-AFTER PIC X(40).
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "REGISTER-VENDOR".
       77  LOG-MESSAGE-FIELD PIC X(80).
       OPEN I-O VENDORS-FILE.
       OPEN I-O VENDOR-XREF-FILE.
       OPEN I-O PRODUCTS-FILE.
       OPEN I-O TERMS-FILE.
       PERFORM VENDOR-MENU.
       PERFORM PROCESS-OPTION UNTIL OPTION = 0.
       CLOSE VENDORS-FILE.
       CLOSE VENDOR-XREF-FILE.
       CLOSE PRODUCTS-FILE.
       CLOSE TERMS-FILE.
       GOBACK.

       VENDOR-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Vendor Maintenance Menu"
       DISPLAY "1. Register new vendor"
       DISPLAY "3. Add a vendor part-number cross-reference"
       DISPLAY "4. List cross-references for a vendor"
       DISPLAY "5. Batch-load a vendor catalog from a flat file"
       DISPLAY "6. Change a vendor's details"
       DISPLAY "0. Back"
       DISPLAY "Enter your choice (0-6):"
       ACCEPT OPTION.

       PROCESS-OPTION.
       ELSE IF OPTION = 5 THEN
           PERFORM RUN-CATALOG-LOAD
           PERFORM VENDOR-MENU
       ELSE IF OPTION = 6 THEN
           PERFORM CHANGE-VENDOR-DETAILS
           PERFORM VENDOR-MENU
       ELSE IF OPTION = 0 THEN
           CONTINUE
       ELSE
           DISPLAY "Invalid option. Please enter a valid choice (0-6):"
           MOVE "Invalid vendor menu option entered."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
           ACCEPT VENDOR-PHONE.
           DISPLAY "Enter the email address: ".
           ACCEPT VENDOR-EMAIL.
           DISPLAY "Enter the bank account for payments: ".
           ACCEPT VENDOR-BANK-ACCOUNT.
           DISPLAY "Enter the billing currency code (blank for "
           "home currency): ".
           ACCEPT VENDOR-CURRENCY-CODE.
               MOVE "Y" TO VENDOR-QC-FLAG.
           IF VENDOR-QC-FLAG NOT = "Y"
               MOVE "N" TO VENDOR-QC-FLAG.
           MOVE "N" TO TERMS-OK.
           PERFORM TAKE-VENDOR-TERMS UNTIL TERMS-OK = "S".
           MOVE SESSION-COMPANY-CODE TO VENDOR-COMPANY-CODE
           WRITE VENDOR-REGISTRATION
               INVALID KEY
                   DISPLAY "Error writing vendor record.".

      *The terms the vendor grants us: the payment run pays by the
      *due date they give and takes the early-payment discount while
      *it is still open. Blank leaves the vendor on net 30.
       TAKE-VENDOR-TERMS.
       DISPLAY "Enter the payment terms code (blank for net 30): ".
       ACCEPT VENDOR-TERMS-CODE.
       MOVE "S" TO TERMS-OK.
       IF VENDOR-TERMS-CODE NOT = SPACE
           MOVE VENDOR-TERMS-CODE TO TERMS-CODE
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

      *Phone, terms and inspection change at once. A new name,
      *email address or bank account - the details a payment can be
      *redirected through - is parked for a second administrator to
      *approve, and the vendor keeps the old one until then.
       CHANGE-VENDOR-DETAILS.
       DISPLAY "Enter the vendor id: ".
       ACCEPT VENDOR-ID.
       MOVE "S" TO RECORD-FOUND.
       READ VENDORS-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND VENDOR-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No vendor found with that id."
       ELSE
           DISPLAY "Name: " VENDOR-NAME
           DISPLAY "Phone: " VENDOR-PHONE
           DISPLAY "Email: " VENDOR-EMAIL
           DISPLAY "Bank account: " VENDOR-BANK-ACCOUNT
           DISPLAY "Terms: " VENDOR-TERMS-CODE
           " Inspection: " VENDOR-QC-FLAG
           DISPLAY "Enter the new name (blank to keep): "
           ACCEPT NAME-ENTRY
           DISPLAY "Enter the new phone number (blank to keep): "
           ACCEPT PHONE-ENTRY
           DISPLAY "Enter the new email address (blank to keep): "
           ACCEPT EMAIL-ENTRY
           DISPLAY "Enter the new bank account (blank to keep): "
           ACCEPT BANK-ENTRY
           DISPLAY "Do this vendor's deliveries need inbound "
           "inspection (Y/N)?"
           ACCEPT VENDOR-QC-FLAG
           IF VENDOR-QC-FLAG = "y"
               MOVE "Y" TO VENDOR-QC-FLAG
           END-IF
           IF VENDOR-QC-FLAG NOT = "Y"
               MOVE "N" TO VENDOR-QC-FLAG
           END-IF
           MOVE "N" TO TERMS-OK
           PERFORM TAKE-VENDOR-TERMS UNTIL TERMS-OK = "S"
           PERFORM SAVE-VENDOR-DETAILS
       END-IF.

       SAVE-VENDOR-DETAILS.
       IF PHONE-ENTRY NOT = SPACE
           MOVE PHONE-ENTRY TO VENDOR-PHONE
       END-IF.
       REWRITE VENDOR-REGISTRATION
           INVALID KEY
               DISPLAY "Error updating vendor record."
           NOT INVALID KEY
               DISPLAY "Vendor details saved."
       END-REWRITE.
       MOVE SPACE TO PARK-RECORD-KEY.
       MOVE VENDOR-ID TO PARK-KEY-VENDOR-ID.
       IF NAME-ENTRY NOT = SPACE AND NAME-ENTRY NOT = VENDOR-NAME
           MOVE "NAME" TO PARK-FIELD
           MOVE VENDOR-NAME TO PARK-OLD-VALUE
           MOVE NAME-ENTRY TO PARK-NEW-VALUE
           PERFORM PARK-VENDOR-CHANGE
       END-IF.
       IF EMAIL-ENTRY NOT = SPACE AND EMAIL-ENTRY NOT = VENDOR-EMAIL
           MOVE "EMAIL" TO PARK-FIELD
           MOVE VENDOR-EMAIL TO PARK-OLD-VALUE
           MOVE EMAIL-ENTRY TO PARK-NEW-VALUE
           PERFORM PARK-VENDOR-CHANGE
       END-IF.
       IF BANK-ENTRY NOT = SPACE
           AND BANK-ENTRY NOT = VENDOR-BANK-ACCOUNT
           MOVE "BANK" TO PARK-FIELD
           MOVE VENDOR-BANK-ACCOUNT TO PARK-OLD-VALUE
           MOVE BANK-ENTRY TO PARK-NEW-VALUE
           PERFORM PARK-VENDOR-CHANGE
       END-IF.

       PARK-VENDOR-CHANGE.
       CALL "park-master-change" USING PARK-ENTITY PARK-RECORD-KEY
           PARK-FIELD PARK-OLD-VALUE PARK-NEW-VALUE PARKED-ID.
       DISPLAY "The " PARK-FIELD " change is held as change "
           PARKED-ID ".".
       DISPLAY "It waits until another administrator approves it.".

       LIST-VENDORS.
       CLOSE VENDORS-FILE.
       OPEN I-O VENDORS-FILE.
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND VENDOR-COMPANY-CODE = SESSION-COMPANY-CODE
           DISPLAY "Id: " VENDOR-ID
           " Name: " VENDOR-NAME
           " Phone: " VENDOR-PHONE
           " Email: " VENDOR-EMAIL
           " Terms: " VENDOR-TERMS-CODE.

      *The vendor quotes its own part number; the cross-reference
      *ties it to our product id together with the vendor's unit
       READ VENDORS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND VENDOR-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No vendor found with that id."
       ELSE

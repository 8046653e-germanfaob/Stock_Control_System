       COPY "shipment-physical-file.cbl".
       COPY "carrier-physical-file.cbl".
       COPY "freight-rate-physical-file.cbl".
       COPY "order-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "carrier-logic-file.cbl".
      * Logic file with carrier freight rate fields.
       COPY "freight-rate-logic-file.cbl".
      * Logic file with order header fields.
       COPY "order-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       01  OPTION PIC 9.
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  SHOW-CARRIER-NAME PIC X(30).
       77  LIST-CARRIER-CODE PIC X(4).
       77  CHARGE-ENTRY PIC 9(5).99.
       77  HAZARD-IDX PIC 9(2).
       77  HAZARD-ENTRY PIC X(3).
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "SHIPMENT-INQUIRY".
       77  LOG-MESSAGE-FIELD PIC X(80).
       OPEN I-O SHIPMENTS-FILE.
       OPEN I-O CARRIERS-FILE.
       OPEN I-O FREIGHT-RATES-FILE.
       OPEN I-O ORDERS-FILE.
       PERFORM SHIPMENT-MENU.
       PERFORM PROCESS-OPTION UNTIL OPTION = 0.
       CLOSE SHIPMENTS-FILE.
       CLOSE CARRIERS-FILE.
       CLOSE FREIGHT-RATES-FILE.
       CLOSE ORDERS-FILE.
       GOBACK.

       SHIPMENT-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Shipment Inquiry Menu"
       DISPLAY "1. Show shipments for an order"
       DISPLAY "3. List carriers"
       DISPLAY "4. Register a freight rate band"
       DISPLAY "5. List freight rates for a carrier"
       DISPLAY "6. Set a carrier's allowed hazard classes"
       DISPLAY "7. Set the vendor a carrier bills as"
       DISPLAY "8. Set whether a carrier is our own delivery fleet"
       DISPLAY "0. Back"
       DISPLAY "Enter your choice (0-8):"
       ACCEPT OPTION.

       PROCESS-OPTION.
       ELSE IF OPTION = 5 THEN
           PERFORM LIST-FREIGHT-RATES
           PERFORM SHIPMENT-MENU
       ELSE IF OPTION = 6 THEN
           PERFORM CHANGE-CARRIER-HAZARDS
           PERFORM SHIPMENT-MENU
       ELSE IF OPTION = 7 THEN
           PERFORM CHANGE-CARRIER-VENDOR
           PERFORM SHIPMENT-MENU
       ELSE IF OPTION = 8 THEN
           PERFORM CHANGE-CARRIER-OWN-FLEET
           PERFORM SHIPMENT-MENU
       ELSE IF OPTION = 0 THEN
           CONTINUE
       ELSE
           DISPLAY "Invalid option. Please enter a valid choice (0-8):"
           MOVE "Invalid shipment menu option entered."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
       SHOW-ORDER-SHIPMENTS.
       DISPLAY "Enter the order id: ".
       ACCEPT INQUIRY-ORDER-ID.
       MOVE INQUIRY-ORDER-ID TO ORDER-ID.
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
           PERFORM LIST-ORDER-SHIPMENTS
       END-IF.

       LIST-ORDER-SHIPMENTS.
       MOVE 0 TO SHIPMENTS-SHOWN.
       MOVE INQUIRY-ORDER-ID TO SHIPMENT-ORDER-ID.
       MOVE 0 TO SHIPMENT-SEQ.
               " " SHOW-CARRIER-NAME
               DISPLAY "  Tracking: " SHIPMENT-TRACKING-NO
               " Cartons: " SHIPMENT-CARTONS
               IF SHIPMENT-IS-MANIFESTED
                   DISPLAY "  On carrier manifest "
                   SHIPMENT-MANIFEST-ID
               END-IF
               IF SHIPMENT-ON-ROUTE
                   DISPLAY "  On own-fleet delivery run "
                   SHIPMENT-MANIFEST-ID
               END-IF
           ELSE
               MOVE 1 TO END-OF-FILE
           END-IF
           ACCEPT CARRIER-NAME.
           DISPLAY "Enter the phone number: ".
           ACCEPT CARRIER-PHONE.
           PERFORM ASK-HAZARD-LIST.
           PERFORM ASK-CARRIER-VENDOR.
           PERFORM ASK-CARRIER-OWN-FLEET.
           WRITE CARRIER-REGISTRATION
               INVALID KEY
                   DISPLAY "Error writing carrier record.".
       IF END-OF-FILE = 0
           DISPLAY "Code: " CARRIER-CODE
           " Name: " CARRIER-NAME
           " Phone: " CARRIER-PHONE
           DISPLAY "  Hazard classes taken: " CARRIER-HAZARD-LIST
           DISPLAY "  Bills as vendor: " CARRIER-VENDOR-ID
           " Own fleet: " CARRIER-OWN-FLEET.

      *The classes of dangerous goods the carrier will accept. Pick
      *confirmation refuses the carrier for a shipment holding any
      *other class. An empty list means no dangerous goods at all.
       ASK-HAZARD-LIST.
       MOVE SPACE TO CARRIER-HAZARD-LIST.
       DISPLAY "Enter the hazard classes this carrier accepts, one "
       "at a time (e.g. 3, 2.1, 9; ALL for every class).".
       DISPLAY "Leave blank when done.".
       MOVE 0 TO HAZARD-IDX.
       MOVE "X" TO HAZARD-ENTRY.
       PERFORM ASK-NEXT-HAZARD
           UNTIL HAZARD-IDX = 8 OR HAZARD-ENTRY = SPACE.

       ASK-NEXT-HAZARD.
       DISPLAY "Hazard class: ".
       MOVE SPACE TO HAZARD-ENTRY.
       ACCEPT HAZARD-ENTRY.
       IF HAZARD-ENTRY NOT = SPACE
           ADD 1 TO HAZARD-IDX
           MOVE HAZARD-ENTRY TO CARRIER-HAZARD-CLASS (HAZARD-IDX)
       END-IF.

       CHANGE-CARRIER-HAZARDS.
       DISPLAY "Enter the carrier code: ".
       ACCEPT CARRIER-CODE.
       MOVE "S" TO RECORD-FOUND.
       READ CARRIERS-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No carrier found with that code."
       ELSE
           DISPLAY "Currently takes: " CARRIER-HAZARD-LIST
           PERFORM ASK-HAZARD-LIST
           REWRITE CARRIER-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating carrier record."
           END-REWRITE
           DISPLAY "Allowed hazard classes recorded."
       END-IF.

      *The freight invoice audit raises the carrier's approved bill
      *as a payable against this vendor.
       ASK-CARRIER-VENDOR.
       DISPLAY "Enter the vendor id the carrier bills as (0 if none): ".
       ACCEPT CARRIER-VENDOR-ID.

       CHANGE-CARRIER-VENDOR.
       DISPLAY "Enter the carrier code: ".
       ACCEPT CARRIER-CODE.
       MOVE "S" TO RECORD-FOUND.
       READ CARRIERS-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No carrier found with that code."
       ELSE
           DISPLAY "Currently bills as vendor: " CARRIER-VENDOR-ID
           PERFORM ASK-CARRIER-VENDOR
           REWRITE CARRIER-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating carrier record."
           END-REWRITE
           DISPLAY "Carrier billing vendor recorded."
       END-IF.

      *Our own vans are set up as a carrier so a shipment can be
      *handed to them at pick confirmation. The delivery route run
      *loads only shipments given to an own-fleet carrier, and the
      *carrier close-out never manifests them.
       ASK-CARRIER-OWN-FLEET.
       DISPLAY "Is this carrier our own delivery fleet? (Y-N)".
       ACCEPT CARRIER-OWN-FLEET.
       IF CARRIER-OWN-FLEET = "y"
           MOVE "Y" TO CARRIER-OWN-FLEET.
       IF CARRIER-OWN-FLEET NOT = "Y"
           MOVE "N" TO CARRIER-OWN-FLEET.

       CHANGE-CARRIER-OWN-FLEET.
       DISPLAY "Enter the carrier code: ".
       ACCEPT CARRIER-CODE.
       MOVE "S" TO RECORD-FOUND.
       READ CARRIERS-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No carrier found with that code."
       ELSE
           DISPLAY "Currently own fleet: " CARRIER-OWN-FLEET
           PERFORM ASK-CARRIER-OWN-FLEET
           REWRITE CARRIER-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating carrier record."
           END-REWRITE
           DISPLAY "Carrier own-fleet setting recorded."
       END-IF.

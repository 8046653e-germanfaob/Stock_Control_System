       IDENTIFICATION DIVISION.
       PROGRAM-ID. carrier-close-out.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * The carrier's upload file is named at run time for the
      * carrier and the manifest, the same way the ship notices are.
       FILE-CONTROL.
       COPY "shipment-physical-file.cbl".
       COPY "carrier-physical-file.cbl".
       COPY "order-physical-file.cbl".
       COPY "shipto-physical-file.cbl".
       SELECT OPTIONAL MANIFEST-UPLOAD-FILE
           ASSIGN TO MANIFEST-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Logic file with shipment fields.
       COPY "shipment-logic-file.cbl".
      * Logic file with carrier fields.
       COPY "carrier-logic-file.cbl".
      * Logic file with order header fields.
       COPY "order-logic-file.cbl".
      * Logic file with ship-to address fields.
       COPY "shipto-logic-file.cbl".

       FD  MANIFEST-UPLOAD-FILE.
       01  MANIFEST-UPLOAD-LINE PIC X(200).

       WORKING-STORAGE SECTION.
      * Shared session data, so nothing leaves the building from a
      * training session and only the logged-in company's shipments
      * are manifested.
       COPY "session-data.cbl".
       77  RECORD-FOUND PIC X.
       77  OTHER-COMPANY PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  CLOSE-CARRIER-CODE PIC X(4).
       77  CLOSE-SHIP-DATE PIC 9(8).
       77  MANIFEST-FILE-NAME PIC X(30).
       77  MANIFEST-DOC-TYPE PIC X(10)
           VALUE "MANIFEST".
       77  MANIFEST-NUMBER PIC 9(6).
       77  MANIFEST-TYPE PIC X.
           88  MANIFEST-IS-ORIGINAL      VALUE "O".
           88  MANIFEST-IS-SUPPLEMENTARY VALUE "S".
       77  OPEN-COUNT PIC 9(5).
       77  CLOSED-COUNT PIC 9(5).
       77  MANIFEST-SHIPMENTS PIC 9(5).
       77  MANIFEST-CARTONS PIC 9(7).
       77  MANIFEST-WEIGHT PIC 9(7)V99.
       77  CONSIGNEE-NAME PIC X(30).
       77  CONSIGNEE-STREET PIC X(40).
       77  CONSIGNEE-CITY PIC X(25).
       77  CONSIGNEE-POSTCODE PIC X(10).
       77  CONSIGNEE-COUNTRY PIC X(20).
       77  CARTONS-EDIT PIC Z(6)9.
       77  WEIGHT-EDIT PIC Z(6)9.99.
       77  SHIPMENTS-EDIT PIC Z(4)9.
       01  REPORT-LINE-BUFFER PIC X(132).
       77  SPOOL-ACTION PIC X.
       77  SPOOL-REPORT-NAME PIC X(12) VALUE "MANIFEST".
       77  AUDIT-BEFORE PIC X(40).
       77  AUDIT-AFTER PIC X(40).
       77  AUDIT-ORDER-ID PIC X(15).
       COPY "order-notes.cbl".
       77  NOTES-IDX PIC 9(2).
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "CARRIER-CLOSE-OUT".
       77  LOG-MESSAGE-FIELD PIC X(80).

       PROCEDURE DIVISION.

      *End of day for one carrier: every shipment for the carrier
      *and ship date not yet on a manifest is listed for the driver
      *to sign, written to the carrier's upload file and marked
      *manifested, after which its cartons can no longer be changed.
      *A close-out run again for the same carrier and day picks up
      *only the late additions, on a supplementary manifest.
       PROGRAM-BEGIN.
       IF SESSION-IN-TRAINING
           DISPLAY "TRAINING - no manifest goes to the carrier."
           GOBACK
       END-IF.
       OPEN I-O SHIPMENTS-FILE.
       OPEN I-O CARRIERS-FILE.
       OPEN I-O ORDERS-FILE.
       OPEN I-O SHIPTO-FILE.
       DISPLAY "Enter the carrier code to close out: ".
       ACCEPT CLOSE-CARRIER-CODE.
       MOVE CLOSE-CARRIER-CODE TO CARRIER-CODE.
       MOVE "S" TO RECORD-FOUND.
       READ CARRIERS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No carrier found with that code."
       ELSE IF CARRIER-IS-OWN-FLEET
           DISPLAY CARRIER-NAME " is our own fleet; its shipments "
           "go out on the delivery route run, not a manifest."
       ELSE
           DISPLAY "Enter the ship date (YYYYMMDD, 0 for today): "
           ACCEPT CLOSE-SHIP-DATE
           IF CLOSE-SHIP-DATE = 0
               ACCEPT CLOSE-SHIP-DATE FROM DATE YYYYMMDD
           END-IF
           PERFORM COUNT-CARRIER-SHIPMENTS
           IF OPEN-COUNT = 0
               DISPLAY "No shipments waiting for " CARRIER-NAME
               " on " CLOSE-SHIP-DATE "."
           ELSE
               PERFORM CLOSE-OUT-CARRIER
           END-IF
       END-IF.
       CLOSE SHIPMENTS-FILE.
       CLOSE CARRIERS-FILE.
       CLOSE ORDERS-FILE.
       CLOSE SHIPTO-FILE.
       GOBACK.

      *A first pass sees what is waiting and whether the day's
      *manifest has already been handed over.
       COUNT-CARRIER-SHIPMENTS.
       MOVE 0 TO OPEN-COUNT.
       MOVE 0 TO CLOSED-COUNT.
       MOVE 0 TO END-OF-FILE.
       MOVE LOW-VALUES TO SHIPMENT-KEY.
       START SHIPMENTS-FILE KEY IS >= SHIPMENT-KEY
           INVALID KEY MOVE 1 TO END-OF-FILE.
       PERFORM COUNT-NEXT-SHIPMENT UNTIL END-OF-FILE = 1.

       COUNT-NEXT-SHIPMENT.
       READ SHIPMENTS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF SHIPMENT-CARRIER-CODE = CLOSE-CARRIER-CODE
               AND SHIPMENT-DATE = CLOSE-SHIP-DATE
               PERFORM CHECK-SHIPMENT-COMPANY
               IF OTHER-COMPANY = "N"
                   IF SHIPMENT-NOT-MANIFESTED
                       ADD 1 TO OPEN-COUNT
                   ELSE IF SHIPMENT-IS-MANIFESTED
                       ADD 1 TO CLOSED-COUNT
                   END-IF
               END-IF
           END-IF
       END-IF.

       CLOSE-OUT-CARRIER.
       IF CLOSED-COUNT > 0
           SET MANIFEST-IS-SUPPLEMENTARY TO TRUE
       ELSE
           SET MANIFEST-IS-ORIGINAL TO TRUE
       END-IF.
       CALL "get-next-number" USING MANIFEST-DOC-TYPE
           MANIFEST-NUMBER.
       MOVE 0 TO MANIFEST-SHIPMENTS.
       MOVE 0 TO MANIFEST-CARTONS.
       MOVE 0 TO MANIFEST-WEIGHT.
       PERFORM BUILD-MANIFEST-FILE-NAME.
       OPEN OUTPUT MANIFEST-UPLOAD-FILE.
       MOVE "O" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       PERFORM PRINT-MANIFEST-HEADING.
       PERFORM WRITE-UPLOAD-HEADER.
       MOVE 0 TO END-OF-FILE.
       MOVE LOW-VALUES TO SHIPMENT-KEY.
       START SHIPMENTS-FILE KEY IS >= SHIPMENT-KEY
           INVALID KEY MOVE 1 TO END-OF-FILE.
       PERFORM MANIFEST-NEXT-SHIPMENT UNTIL END-OF-FILE = 1.
       PERFORM PRINT-MANIFEST-TOTALS.
       PERFORM WRITE-UPLOAD-TRAILER.
       MOVE "C" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       CLOSE MANIFEST-UPLOAD-FILE.
       DISPLAY "Manifest " MANIFEST-NUMBER " closed with "
           MANIFEST-SHIPMENTS " shipments. Upload file "
           MANIFEST-FILE-NAME.

       BUILD-MANIFEST-FILE-NAME.
       MOVE SPACE TO MANIFEST-FILE-NAME.
       STRING "MANIFEST-" DELIMITED BY SIZE
           CLOSE-CARRIER-CODE DELIMITED BY SPACE
           "-" DELIMITED BY SIZE
           MANIFEST-NUMBER DELIMITED BY SIZE
           ".CSV" DELIMITED BY SIZE
           INTO MANIFEST-FILE-NAME.

       PRINT-MANIFEST-HEADING.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       IF MANIFEST-IS-SUPPLEMENTARY
           STRING "====== SUPPLEMENTARY CARRIER MANIFEST "
               DELIMITED BY SIZE
               MANIFEST-NUMBER DELIMITED BY SIZE
               " ======" DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
       ELSE
           STRING "====== CARRIER MANIFEST " DELIMITED BY SIZE
               MANIFEST-NUMBER DELIMITED BY SIZE
               " ======" DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
       END-IF.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Carrier: " DELIMITED BY SIZE
           CLOSE-CARRIER-CODE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CARRIER-NAME DELIMITED BY SIZE
           " Collection date: " DELIMITED BY SIZE
           CLOSE-SHIP-DATE DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       IF MANIFEST-IS-SUPPLEMENTARY
           MOVE "Late additions after the day's manifest was closed."
               TO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
       END-IF.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Order  Sq Consignee                      "
           DELIMITED BY SIZE
           "City                      Postcode   Ctn        Kg "
           DELIMITED BY SIZE
           "Tracking" DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.

       MANIFEST-NEXT-SHIPMENT.
       READ SHIPMENTS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF SHIPMENT-CARRIER-CODE = CLOSE-CARRIER-CODE
               AND SHIPMENT-DATE = CLOSE-SHIP-DATE
               AND SHIPMENT-NOT-MANIFESTED
               PERFORM CHECK-SHIPMENT-COMPANY
               IF OTHER-COMPANY = "N"
                   PERFORM MANIFEST-ONE-SHIPMENT
               END-IF
           END-IF
       END-IF.

      *A shipment is its order's company's; one whose order has gone
      *still goes on the manifest so it is not left on the dock.
       CHECK-SHIPMENT-COMPANY.
       MOVE "N" TO OTHER-COMPANY.
       MOVE SHIPMENT-ORDER-ID TO ORDER-ID.
       READ ORDERS-FILE RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF ORDER-COMPANY-CODE NOT = SESSION-COMPANY-CODE
                   MOVE "Y" TO OTHER-COMPANY
               END-IF
       END-READ.

       MANIFEST-ONE-SHIPMENT.
       PERFORM FIND-CONSIGNEE.
       ADD 1 TO MANIFEST-SHIPMENTS.
       ADD SHIPMENT-CARTONS TO MANIFEST-CARTONS.
       ADD SHIPMENT-WEIGHT TO MANIFEST-WEIGHT.
       MOVE SHIPMENT-CARTONS TO CARTONS-EDIT.
       MOVE SHIPMENT-WEIGHT TO WEIGHT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING SHIPMENT-ORDER-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SHIPMENT-SEQ DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CONSIGNEE-NAME DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CONSIGNEE-CITY DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CONSIGNEE-POSTCODE DELIMITED BY SIZE
           CARTONS-EDIT (4:4) DELIMITED BY SIZE
           WEIGHT-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SHIPMENT-TRACKING-NO DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       IF RECORD-FOUND = "S"
           PERFORM PRINT-DRIVER-NOTES
       END-IF.
       MOVE SPACE TO MANIFEST-UPLOAD-LINE.
       STRING "D," DELIMITED BY SIZE
           SHIPMENT-ORDER-ID DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           SHIPMENT-SEQ DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           SHIPMENT-TRACKING-NO DELIMITED BY SPACE
           "," DELIMITED BY SIZE
           CONSIGNEE-NAME DELIMITED BY "  "
           "," DELIMITED BY SIZE
           CONSIGNEE-STREET DELIMITED BY "  "
           "," DELIMITED BY SIZE
           CONSIGNEE-CITY DELIMITED BY "  "
           "," DELIMITED BY SIZE
           CONSIGNEE-POSTCODE DELIMITED BY SPACE
           "," DELIMITED BY SIZE
           CONSIGNEE-COUNTRY DELIMITED BY "  "
           "," DELIMITED BY SIZE
           SHIPMENT-CARTONS DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           SHIPMENT-WEIGHT DELIMITED BY SIZE
           INTO MANIFEST-UPLOAD-LINE.
       WRITE MANIFEST-UPLOAD-LINE.
       SET SHIPMENT-IS-MANIFESTED TO TRUE.
       MOVE MANIFEST-NUMBER TO SHIPMENT-MANIFEST-ID.
       REWRITE SHIPMENT-REGISTRATION
           INVALID KEY
               DISPLAY "Error updating shipment record."
       END-REWRITE.
       PERFORM LOG-MANIFEST-AUDIT.

      *The consignee is the order's customer at the ship-to address
      *the order was placed for.
       FIND-CONSIGNEE.
       MOVE SPACE TO CONSIGNEE-NAME.
       MOVE SPACE TO CONSIGNEE-STREET.
       MOVE SPACE TO CONSIGNEE-CITY.
       MOVE SPACE TO CONSIGNEE-POSTCODE.
       MOVE SPACE TO CONSIGNEE-COUNTRY.
       MOVE SHIPMENT-ORDER-ID TO ORDER-ID.
       MOVE "S" TO RECORD-FOUND.
       READ ORDERS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           MOVE "(order not on file)" TO CONSIGNEE-NAME
       ELSE
           MOVE ORDER-CUSTOMER-NAME TO CONSIGNEE-NAME
           MOVE ORDER-CUSTOMER-ID TO SHIPTO-CUSTOMER-ID
           MOVE ORDER-SHIP-TO-SEQ TO SHIPTO-SEQ
           READ SHIPTO-FILE RECORD
               INVALID KEY
                   MOVE "(no ship-to address)" TO CONSIGNEE-STREET
               NOT INVALID KEY
                   MOVE SHIPTO-STREET TO CONSIGNEE-STREET
                   MOVE SHIPTO-CITY TO CONSIGNEE-CITY
                   MOVE SHIPTO-POSTCODE TO CONSIGNEE-POSTCODE
                   MOVE SHIPTO-COUNTRY TO CONSIGNEE-COUNTRY
           END-READ
       END-IF.

      *The driver's notes for the consignment print under its
      *manifest line, where the collecting driver signs for it.
       PRINT-DRIVER-NOTES.
       MOVE ORDER-CUSTOMER-ID TO NOTES-CUSTOMER-ID.
       MOVE ORDER-ID TO NOTES-ORDER-ID.
       MOVE "D" TO NOTES-AUDIENCE.
       MOVE "N" TO NOTES-SHIP-COMPLETE.
       CALL "get-order-notes" USING NOTES-CUSTOMER-ID NOTES-ORDER-ID
           NOTES-AUDIENCE NOTES-SHIP-COMPLETE NOTES-COUNT NOTES-TABLE.
       MOVE 1 TO NOTES-IDX.
       PERFORM PRINT-NEXT-DRIVER-NOTE UNTIL NOTES-IDX > NOTES-COUNT.

       PRINT-NEXT-DRIVER-NOTE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "          " DELIMITED BY SIZE
           NOTES-LINE (NOTES-IDX) DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       ADD 1 TO NOTES-IDX.

       LOG-MANIFEST-AUDIT.
       MOVE SHIPMENT-ORDER-ID TO AUDIT-ORDER-ID.
       MOVE SPACE TO AUDIT-BEFORE.
       MOVE SPACE TO AUDIT-AFTER.
       STRING "SHIPMENT=" DELIMITED BY SIZE
           SHIPMENT-SEQ DELIMITED BY SIZE
           INTO AUDIT-BEFORE.
       STRING "MANIFEST=" DELIMITED BY SIZE
           MANIFEST-NUMBER DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CLOSE-CARRIER-CODE DELIMITED BY SIZE
           INTO AUDIT-AFTER.
       CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD
           AUDIT-ORDER-ID AUDIT-BEFORE AUDIT-AFTER.

       PRINT-MANIFEST-TOTALS.
       MOVE "--------------------------------------------"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE MANIFEST-SHIPMENTS TO SHIPMENTS-EDIT.
       MOVE MANIFEST-CARTONS TO CARTONS-EDIT.
       MOVE MANIFEST-WEIGHT TO WEIGHT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Shipments " DELIMITED BY SIZE
           SHIPMENTS-EDIT DELIMITED BY SIZE
           "  Cartons " DELIMITED BY SIZE
           CARTONS-EDIT DELIMITED BY SIZE
           "  Weight kg " DELIMITED BY SIZE
           WEIGHT-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "Received by driver: ______________________  Time: _____"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "============================================"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.

      *The upload file: an H line for the manifest, a D line per
      *consignment and a T line of totals the carrier's system can
      *check the collection against.
       WRITE-UPLOAD-HEADER.
       MOVE SPACE TO MANIFEST-UPLOAD-LINE.
       STRING "H," DELIMITED BY SIZE
           MANIFEST-NUMBER DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           CLOSE-CARRIER-CODE DELIMITED BY SPACE
           "," DELIMITED BY SIZE
           CLOSE-SHIP-DATE DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           MANIFEST-TYPE DELIMITED BY SIZE
           INTO MANIFEST-UPLOAD-LINE.
       WRITE MANIFEST-UPLOAD-LINE.

       WRITE-UPLOAD-TRAILER.
       MOVE SPACE TO MANIFEST-UPLOAD-LINE.
       STRING "T," DELIMITED BY SIZE
           MANIFEST-SHIPMENTS DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           MANIFEST-CARTONS DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           MANIFEST-WEIGHT DELIMITED BY SIZE
           INTO MANIFEST-UPLOAD-LINE.
       WRITE MANIFEST-UPLOAD-LINE.

       SHOW-REPORT-LINE.
       DISPLAY REPORT-LINE-BUFFER.
       MOVE "L" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

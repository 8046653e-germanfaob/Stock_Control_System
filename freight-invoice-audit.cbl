       IDENTIFICATION DIVISION.
       PROGRAM-ID. freight-invoice-audit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode. The dispute file is
      * named at run time for the carrier and the invoice date.
       FILE-CONTROL.
       COPY "shipment-physical-file.cbl".
       COPY "carrier-physical-file.cbl".
       COPY "order-physical-file.cbl".
       COPY "shipto-physical-file.cbl".
       COPY "vendor-invoice-physical-file.cbl".
       COPY "vendor-physical-file.cbl".
       SELECT FREIGHT-BILL-FILE ASSIGN TO "FREIGHTBILL.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL FREIGHT-DISPUTE-FILE
           ASSIGN TO DISPUTE-FILE-NAME
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
      * Logic file with vendor invoice fields.
       COPY "vendor-invoice-logic-file.cbl".
      * Logic file with vendor fields.
       COPY "vendor-logic-file.cbl".

       FD  FREIGHT-BILL-FILE.
       01  FREIGHT-BILL-LINE PIC X(132).

       FD  FREIGHT-DISPUTE-FILE.
       01  FREIGHT-DISPUTE-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Shared session data, so the bill is matched against the
      * logged-in company's shipments and raised to its payables.
       COPY "session-data.cbl".
      * One line of the carrier's bill is unstrung into these fields
      * before it is matched, the same way the lockbox import holds
      * a parsed remittance line.
       01  LOAD-TRACKING-NO         PIC X(25).
       01  LOAD-SHIP-DATE           PIC 9(8).
       01  LOAD-WEIGHT-ENTRY        PIC 9(5).99.
       01  LOAD-ZONE                PIC X(2).
       01  LOAD-CHARGE-ENTRY        PIC 9(5).99.
       01  LOAD-WEIGHT              PIC 9(5)V99.
       01  LOAD-CHARGE              PIC 9(5)V99.

       77  END-OF-FILE PIC 9 VALUE 0.
       77  SHIPMENT-EOF PIC 9.
       77  RECORD-FOUND PIC X.
       77  SHIPMENT-FOUND PIC X.
       77  AUDIT-CARRIER-CODE PIC X(4).
       77  BILL-REF PIC X(20).
       77  BILL-DATE PIC 9(8).
       77  DISPUTE-FILE-NAME PIC X(30).
       77  OUR-ZONE PIC X(2).
       01  ZONE-SPLIT.
           05  ZONE-PART PIC X(2).
           05  FILLER    PIC X(8).
       77  LINE-RESULT PIC X(12).
       77  LINE-NOTE PIC X(40).
       77  LINE-APPROVED PIC 9(5)V99.
       77  LINE-DISPUTED PIC 9(5)V99.
       77  LINES-READ PIC 9(5) VALUE 0.
       77  MATCHED-COUNT PIC 9(5) VALUE 0.
       77  OVERCHARGE-COUNT PIC 9(5) VALUE 0.
       77  DUPLICATE-COUNT PIC 9(5) VALUE 0.
       77  UNKNOWN-COUNT PIC 9(5) VALUE 0.
       77  BILLED-TOTAL PIC 9(9)V99 VALUE 0.
       77  APPROVED-TOTAL PIC 9(9)V99 VALUE 0.
       77  DISPUTED-TOTAL PIC 9(9)V99 VALUE 0.
       77  TERMS-DUE-DATE PIC 9(8).
       77  HEADER-OK PIC X.
       77  CHARGE-EDIT PIC Z(4)9.99.
       77  RATED-EDIT PIC Z(4)9.99.
       77  APPROVED-EDIT PIC Z(4)9.99.
       77  TOTAL-EDIT PIC Z(8)9.99.
       77  COUNT-EDIT PIC Z(4)9.
       01  REPORT-LINE-BUFFER PIC X(132).
       77  SPOOL-ACTION PIC X.
       77  SPOOL-REPORT-NAME PIC X(12) VALUE "FRTAUDIT".
       77  VENDOR-INVOICE-DOC-TYPE PIC X(10)
           VALUE "VENDINV".
       77  AUDIT-BEFORE PIC X(40).
       77  AUDIT-AFTER PIC X(40).
       77  AUDIT-INVOICE-ID PIC X(15).
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "FREIGHT-AUDIT".
       77  LOG-MESSAGE-FIELD PIC X(80).

       PROCEDURE DIVISION.

      *The carrier's monthly bill, checked line by line: each billed
      *consignment is found by its tracking number among the
      *carrier's shipments and its charge, weight and zone set
      *against what we rated when it went out. Overcharges are cut
      *back to our rated charge; bills for shipments already paid,
      *or that we have no record of, are disputed in full. The
      *disputed lines go back to the carrier in the dispute file and
      *the net approved amount goes to payables as a vendor invoice.
       PROGRAM-BEGIN.
       OPEN I-O SHIPMENTS-FILE.
       OPEN I-O CARRIERS-FILE.
       OPEN I-O ORDERS-FILE.
       OPEN I-O SHIPTO-FILE.
       OPEN I-O VENDOR-INVOICES-FILE.
       OPEN I-O VENDORS-FILE.
       DISPLAY "Enter the carrier code on the bill: ".
       ACCEPT AUDIT-CARRIER-CODE.
       MOVE AUDIT-CARRIER-CODE TO CARRIER-CODE.
       MOVE "S" TO RECORD-FOUND.
       READ CARRIERS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No carrier found with that code."
       ELSE
           DISPLAY "Enter the carrier's invoice reference: "
           ACCEPT BILL-REF
           DISPLAY "Enter the invoice date (YYYYMMDD): "
           ACCEPT BILL-DATE
           PERFORM AUDIT-FREIGHT-BILL
       END-IF.
       CLOSE SHIPMENTS-FILE.
       CLOSE CARRIERS-FILE.
       CLOSE ORDERS-FILE.
       CLOSE SHIPTO-FILE.
       CLOSE VENDOR-INVOICES-FILE.
       CLOSE VENDORS-FILE.
       GOBACK.

       AUDIT-FREIGHT-BILL.
       PERFORM BUILD-DISPUTE-FILE-NAME.
       OPEN OUTPUT FREIGHT-DISPUTE-FILE.
       MOVE SPACE TO FREIGHT-DISPUTE-LINE.
       STRING "TRACKING,RESULT,BILLED,RATED,APPROVED,DISPUTED,"
           DELIMITED BY SIZE
           "REASON" DELIMITED BY SIZE
           INTO FREIGHT-DISPUTE-LINE.
       WRITE FREIGHT-DISPUTE-LINE.
       MOVE "O" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "====== FREIGHT INVOICE AUDIT " DELIMITED BY SIZE
           AUDIT-CARRIER-CODE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           BILL-REF DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           BILL-DATE DELIMITED BY SIZE
           " ======" DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Tracking                  Result         Billed"
           DELIMITED BY SIZE
           "   Rated Approved  Reason" DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       OPEN INPUT FREIGHT-BILL-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM SKIP-HEADER-LINE.
       PERFORM AUDIT-NEXT-BILL-LINE UNTIL END-OF-FILE = 1.
       CLOSE FREIGHT-BILL-FILE.
       CLOSE FREIGHT-DISPUTE-FILE.
       PERFORM PRINT-AUDIT-TOTALS.
       MOVE "C" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       IF APPROVED-TOTAL > 0
           PERFORM RAISE-CARRIER-PAYABLE
       END-IF.

       BUILD-DISPUTE-FILE-NAME.
       MOVE SPACE TO DISPUTE-FILE-NAME.
       STRING "FRTDISPUTE-" DELIMITED BY SIZE
           AUDIT-CARRIER-CODE DELIMITED BY SPACE
           "-" DELIMITED BY SIZE
           BILL-DATE DELIMITED BY SIZE
           ".CSV" DELIMITED BY SIZE
           INTO DISPUTE-FILE-NAME.

       SKIP-HEADER-LINE.
       READ FREIGHT-BILL-FILE
           AT END MOVE 1 TO END-OF-FILE.

      *The carrier's bill: TRACKING,SHIPDATE,WEIGHT,ZONE,CHARGE with
      *the weight and charge as 00000.00, one consignment per line.
       AUDIT-NEXT-BILL-LINE.
       READ FREIGHT-BILL-FILE
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           ADD 1 TO LINES-READ
           MOVE SPACE TO LOAD-TRACKING-NO
           MOVE SPACE TO LOAD-ZONE
           UNSTRING FREIGHT-BILL-LINE DELIMITED BY ","
               INTO LOAD-TRACKING-NO LOAD-SHIP-DATE
               LOAD-WEIGHT-ENTRY LOAD-ZONE LOAD-CHARGE-ENTRY
           MOVE LOAD-WEIGHT-ENTRY TO LOAD-WEIGHT
           MOVE LOAD-CHARGE-ENTRY TO LOAD-CHARGE
           ADD LOAD-CHARGE TO BILLED-TOTAL
           PERFORM FIND-BILLED-SHIPMENT
           PERFORM AUDIT-ONE-BILL-LINE
       END-IF.

       FIND-BILLED-SHIPMENT.
       MOVE "N" TO SHIPMENT-FOUND.
       MOVE 0 TO SHIPMENT-EOF.
       MOVE LOW-VALUES TO SHIPMENT-KEY.
       START SHIPMENTS-FILE KEY IS >= SHIPMENT-KEY
           INVALID KEY MOVE 1 TO SHIPMENT-EOF.
       PERFORM CHECK-NEXT-SHIPMENT
           UNTIL SHIPMENT-EOF = 1 OR SHIPMENT-FOUND = "Y".

       CHECK-NEXT-SHIPMENT.
       READ SHIPMENTS-FILE NEXT RECORD
           AT END MOVE 1 TO SHIPMENT-EOF
       END-READ.
       IF SHIPMENT-EOF = 0
           IF SHIPMENT-TRACKING-NO = LOAD-TRACKING-NO
               AND SHIPMENT-CARRIER-CODE = AUDIT-CARRIER-CODE
               PERFORM CHECK-SHIPMENT-COMPANY
           END-IF
       END-IF.

      *Another company's consignment is not one of ours on this bill.
       CHECK-SHIPMENT-COMPANY.
       MOVE SHIPMENT-ORDER-ID TO ORDER-ID.
       MOVE "Y" TO SHIPMENT-FOUND.
       READ ORDERS-FILE RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF ORDER-COMPANY-CODE NOT = SESSION-COMPANY-CODE
                   MOVE "N" TO SHIPMENT-FOUND
               END-IF
       END-READ.

      *A shipment already carrying a freight bill reference has been
      *billed before - on an earlier invoice, or higher up this one.
       AUDIT-ONE-BILL-LINE.
       MOVE SPACE TO LINE-NOTE.
       MOVE 0 TO LINE-APPROVED.
       IF SHIPMENT-FOUND = "N"
           MOVE "Unknown" TO LINE-RESULT
           MOVE "No shipment of ours with this tracking no"
               TO LINE-NOTE
           ADD 1 TO UNKNOWN-COUNT
       ELSE IF SHIPMENT-FREIGHT-BILL-REF NOT = SPACE
           MOVE "Duplicate" TO LINE-RESULT
           STRING "Already billed on " DELIMITED BY SIZE
               SHIPMENT-FREIGHT-BILL-REF DELIMITED BY SIZE
               INTO LINE-NOTE
           ADD 1 TO DUPLICATE-COUNT
       ELSE
           PERFORM CHECK-BILLED-CHARGE
           MOVE BILL-REF TO SHIPMENT-FREIGHT-BILL-REF
           REWRITE SHIPMENT-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating shipment record."
           END-REWRITE
       END-IF.
       COMPUTE LINE-DISPUTED = LOAD-CHARGE - LINE-APPROVED.
       ADD LINE-APPROVED TO APPROVED-TOTAL.
       ADD LINE-DISPUTED TO DISPUTED-TOTAL.
       PERFORM PRINT-BILL-LINE.
       IF LINE-DISPUTED > 0
           PERFORM WRITE-DISPUTE-LINE
           MOVE "Freight bill line disputed." TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
       END-IF.

      *We pay what we rated the consignment at when it left. A bill
      *above that is an overcharge, and the weight and zone the
      *carrier billed on are checked to say why.
       CHECK-BILLED-CHARGE.
       PERFORM FIND-OUR-ZONE.
       IF LOAD-CHARGE > SHIPMENT-FREIGHT-CHARGE
           MOVE "Overcharge" TO LINE-RESULT
           MOVE SHIPMENT-FREIGHT-CHARGE TO LINE-APPROVED
           ADD 1 TO OVERCHARGE-COUNT
           IF LOAD-WEIGHT > SHIPMENT-WEIGHT
               AND LOAD-ZONE NOT = OUR-ZONE
               STRING "Weight " DELIMITED BY SIZE
                   LOAD-WEIGHT-ENTRY DELIMITED BY SIZE
                   " and zone " DELIMITED BY SIZE
                   LOAD-ZONE DELIMITED BY SIZE
                   " not ours" DELIMITED BY SIZE
                   INTO LINE-NOTE
           ELSE IF LOAD-WEIGHT > SHIPMENT-WEIGHT
               MOVE SHIPMENT-WEIGHT TO LOAD-WEIGHT-ENTRY
               STRING "Billed weight over our " DELIMITED BY SIZE
                   LOAD-WEIGHT-ENTRY DELIMITED BY SIZE
                   " kg" DELIMITED BY SIZE
                   INTO LINE-NOTE
           ELSE IF LOAD-ZONE NOT = OUR-ZONE
               STRING "Billed zone " DELIMITED BY SIZE
                   LOAD-ZONE DELIMITED BY SIZE
                   " but we ship to zone " DELIMITED BY SIZE
                   OUR-ZONE DELIMITED BY SIZE
                   INTO LINE-NOTE
           ELSE
               MOVE "Charge above our rated band" TO LINE-NOTE
           END-IF
       ELSE
           MOVE "Matched" TO LINE-RESULT
           MOVE LOAD-CHARGE TO LINE-APPROVED
           ADD 1 TO MATCHED-COUNT
       END-IF.

       FIND-OUR-ZONE.
       MOVE SPACE TO OUR-ZONE.
       MOVE SHIPMENT-ORDER-ID TO ORDER-ID.
       READ ORDERS-FILE RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE ORDER-CUSTOMER-ID TO SHIPTO-CUSTOMER-ID
               MOVE ORDER-SHIP-TO-SEQ TO SHIPTO-SEQ
               READ SHIPTO-FILE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SHIPTO-POSTCODE TO ZONE-SPLIT
                       MOVE ZONE-PART TO OUR-ZONE
               END-READ
       END-READ.

       PRINT-BILL-LINE.
       MOVE LOAD-CHARGE TO CHARGE-EDIT.
       MOVE LINE-APPROVED TO APPROVED-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING LOAD-TRACKING-NO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           LINE-RESULT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CHARGE-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       IF SHIPMENT-FOUND = "Y"
           MOVE SHIPMENT-FREIGHT-CHARGE TO RATED-EDIT
           MOVE RATED-EDIT TO REPORT-LINE-BUFFER (48:8)
       END-IF.
       MOVE APPROVED-EDIT TO REPORT-LINE-BUFFER (57:8).
       MOVE LINE-NOTE TO REPORT-LINE-BUFFER (67:40).
       PERFORM SHOW-REPORT-LINE.

       WRITE-DISPUTE-LINE.
       MOVE SPACE TO FREIGHT-DISPUTE-LINE.
       IF SHIPMENT-FOUND = "N"
           MOVE 0 TO RATED-EDIT
       ELSE
           MOVE SHIPMENT-FREIGHT-CHARGE TO RATED-EDIT
       END-IF.
       MOVE LINE-DISPUTED TO TOTAL-EDIT.
       STRING LOAD-TRACKING-NO DELIMITED BY SPACE
           "," DELIMITED BY SIZE
           LINE-RESULT DELIMITED BY SPACE
           "," DELIMITED BY SIZE
           LOAD-CHARGE-ENTRY DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           RATED-EDIT DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           APPROVED-EDIT DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           TOTAL-EDIT DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           LINE-NOTE DELIMITED BY "  "
           INTO FREIGHT-DISPUTE-LINE.
       WRITE FREIGHT-DISPUTE-LINE.

       PRINT-AUDIT-TOTALS.
       MOVE "--------------------------------------------"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE LINES-READ TO COUNT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Lines billed " DELIMITED BY SIZE
           COUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE MATCHED-COUNT TO COUNT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "  Matched     " DELIMITED BY SIZE
           COUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE OVERCHARGE-COUNT TO COUNT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "  Overcharged " DELIMITED BY SIZE
           COUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE DUPLICATE-COUNT TO COUNT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "  Duplicates  " DELIMITED BY SIZE
           COUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE UNKNOWN-COUNT TO COUNT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "  Unknown     " DELIMITED BY SIZE
           COUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE BILLED-TOTAL TO TOTAL-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Billed total   " DELIMITED BY SIZE
           TOTAL-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE DISPUTED-TOTAL TO TOTAL-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Disputed       " DELIMITED BY SIZE
           TOTAL-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE APPROVED-TOTAL TO TOTAL-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Net approved   " DELIMITED BY SIZE
           TOTAL-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Dispute file: " DELIMITED BY SIZE
           DISPUTE-FILE-NAME DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "============================================"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.

      *The net approved amount is raised as an approved vendor
      *invoice against the vendor the carrier bills as, with no PO
      *behind it, ready for the payment run. A carrier with no
      *billing vendor set is left for payables to key by hand.
       RAISE-CARRIER-PAYABLE.
       MOVE CARRIER-VENDOR-ID TO VENDOR-ID.
       MOVE "S" TO RECORD-FOUND.
       IF CARRIER-VENDOR-ID = 0
           MOVE "N" TO RECORD-FOUND
       ELSE
           READ VENDORS-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND
           END-READ
       END-IF.
       IF RECORD-FOUND = "S"
           AND VENDOR-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "Carrier " AUDIT-CARRIER-CODE
               " has no billing vendor on file; enter the net "
               "approved amount in vendor invoice entry."
           MOVE "Freight audit: carrier has no billing vendor."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
       ELSE
           PERFORM WRITE-CARRIER-PAYABLE
       END-IF.

       WRITE-CARRIER-PAYABLE.
       MOVE SPACE TO VENDOR-INVOICE-REGISTRATION.
       CALL "get-next-number" USING VENDOR-INVOICE-DOC-TYPE
           VENDOR-INVOICE-ID.
       MOVE VENDOR-ID TO VENDOR-INVOICE-VENDOR-ID.
       MOVE BILL-REF TO VENDOR-INVOICE-REF.
       MOVE 0 TO VENDOR-INVOICE-PO-ID.
       MOVE BILL-DATE TO VENDOR-INVOICE-DATE.
       CALL "get-due-dates" USING VENDOR-TERMS-CODE
           VENDOR-INVOICE-DATE TERMS-DUE-DATE
           VENDOR-INVOICE-DISC-DATE VENDOR-INVOICE-DISC-PCT.
       MOVE TERMS-DUE-DATE TO VENDOR-INVOICE-DUE-DATE.
       MOVE APPROVED-TOTAL TO VENDOR-INVOICE-TOTAL.
       MOVE SPACE TO VENDOR-INVOICE-CURRENCY.
       MOVE 1 TO VENDOR-INVOICE-EXCH-RATE.
       MOVE APPROVED-TOTAL TO VENDOR-INVOICE-DOC-TOTAL.
       MOVE "Approved" TO VENDOR-INVOICE-STATUS.
       MOVE 0 TO VENDOR-INVOICE-CHECK-NO.
       MOVE "N" TO HEADER-OK.
       PERFORM WRITE-PAYABLE-ONCE UNTIL HEADER-OK = "Y".
       DISPLAY "Vendor invoice " VENDOR-INVOICE-ID
           " approved for " APPROVED-TOTAL " due "
           VENDOR-INVOICE-DUE-DATE ".".
       MOVE VENDOR-INVOICE-ID TO AUDIT-INVOICE-ID.
       MOVE SPACE TO AUDIT-BEFORE.
       MOVE SPACE TO AUDIT-AFTER.
       STRING "VENDOR=" DELIMITED BY SIZE
           VENDOR-INVOICE-VENDOR-ID DELIMITED BY SIZE
           " FREIGHT " DELIMITED BY SIZE
           AUDIT-CARRIER-CODE DELIMITED BY SIZE
           INTO AUDIT-BEFORE.
       STRING "STATUS=" DELIMITED BY SIZE
           VENDOR-INVOICE-STATUS DELIMITED BY SIZE
           INTO AUDIT-AFTER.
       CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD
           AUDIT-INVOICE-ID AUDIT-BEFORE AUDIT-AFTER.

       WRITE-PAYABLE-ONCE.
       WRITE VENDOR-INVOICE-REGISTRATION
           INVALID KEY
             CALL "get-next-number" USING VENDOR-INVOICE-DOC-TYPE
                 VENDOR-INVOICE-ID
           NOT INVALID KEY
             MOVE "Y" TO HEADER-OK.

       SHOW-REPORT-LINE.
       DISPLAY REPORT-LINE-BUFFER.
       MOVE "L" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

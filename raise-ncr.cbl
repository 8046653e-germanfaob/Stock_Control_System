       IDENTIFICATION DIVISION.
       PROGRAM-ID. raise-ncr.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "ncr-physical-file.cbl".
       COPY "vendor-physical-file.cbl".
       COPY "purchase-order-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with vendor nonconformance report fields.
       COPY "ncr-logic-file.cbl".
      * Logic file with vendor fields.
       COPY "vendor-logic-file.cbl".
      * Logic file with purchase order fields.
       COPY "purchase-order-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so the report carries the company and
      * remembers who raised it.
       COPY "session-data.cbl".
       77  RECORD-FOUND PIC X.
       77  NCR-WRITE-OK PIC X.
       77  VENDOR-TRIES PIC 9.
       77  WORK-PO-ID PIC 9(6).
       77  WORK-VENDOR-ID PIC 9(5).
       77  DAYS-TO-STEP PIC 9(3).
       77  DAYS-IN-MONTH PIC 9(2).
       77  YEAR-QUOTIENT PIC 9(4).
       77  YEAR-REMAINDER PIC 9(2).
       01  STEP-DATE-FIELDS.
           05  STEP-YEAR  PIC 9(4).
           05  STEP-MONTH PIC 9(2).
           05  STEP-DAY   PIC 9(2).
       01  STEP-DATE-NUMERIC REDEFINES STEP-DATE-FIELDS
           PIC 9(8).
       77  NCR-DOC-TYPE PIC X(10)
           VALUE "NCR".
       77  AUDIT-ID PIC X(15).
       77  AUDIT-BEFORE PIC X(40).
       77  AUDIT-AFTER PIC X(40).
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "RAISE-NCR".
       77  LOG-MESSAGE-FIELD PIC X(80).

       LINKAGE SECTION.
      * A nonconformance report is the quality record the vendor is
      * chased with: what was wrong, how much, which PO and lot it
      * came in on, what was done to contain it, and by when the
      * vendor owes a corrective action. The caller passes what it
      * already knows - the vendor and the debit memo when goods went
      * back on one, zero when not - and the rest is asked here. The
      * report number comes back, zero when none was raised.
       01  NCR-CALL-SOURCE PIC X(01).
       01  NCR-CALL-REFERENCE PIC X(20).
       01  NCR-CALL-PRODUCT-ID PIC X(15).
       01  NCR-CALL-QUANTITY PIC 9(5).
       01  NCR-CALL-VENDOR-ID PIC 9(5).
       01  NCR-CALL-RTV-ID PIC 9(6).
       01  RAISED-NCR-ID PIC 9(6).

       PROCEDURE DIVISION USING NCR-CALL-SOURCE NCR-CALL-REFERENCE
           NCR-CALL-PRODUCT-ID NCR-CALL-QUANTITY NCR-CALL-VENDOR-ID
           NCR-CALL-RTV-ID RAISED-NCR-ID.
       PROGRAM-BEGIN.
       MOVE 0 TO RAISED-NCR-ID.
       OPEN I-O NCR-FILE.
       OPEN I-O VENDORS-FILE.
       OPEN I-O PURCHASE-ORDERS-FILE.
       MOVE NCR-CALL-VENDOR-ID TO WORK-VENDOR-ID.
       PERFORM ASK-PO-NUMBER.
       IF WORK-VENDOR-ID = 0
           MOVE 0 TO VENDOR-TRIES
           PERFORM ASK-VENDOR
               UNTIL WORK-VENDOR-ID NOT = 0 OR VENDOR-TRIES = 3
       END-IF.
       IF WORK-VENDOR-ID = 0
           DISPLAY "No vendor given - nonconformance report not "
           "raised."
           MOVE "Nonconformance report not raised - no vendor."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
       ELSE
           PERFORM BUILD-NCR
           PERFORM WRITE-NCR
       END-IF.
       CLOSE NCR-FILE.
       CLOSE VENDORS-FILE.
       CLOSE PURCHASE-ORDERS-FILE.
       GOBACK.

      *The PO the goods came in on, when known, also names the
      *vendor, so the clerk is not asked twice.
       ASK-PO-NUMBER.
       DISPLAY "Enter the PO the goods came in on (0 if not known): ".
       ACCEPT WORK-PO-ID.
       IF WORK-PO-ID NOT = 0
           PERFORM CHECK-PO-NUMBER
       END-IF.

       CHECK-PO-NUMBER.
       MOVE WORK-PO-ID TO PO-ID.
       MOVE "S" TO RECORD-FOUND.
       READ PURCHASE-ORDERS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND PO-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No purchase order found with that id."
           PERFORM ASK-PO-NUMBER
       ELSE IF WORK-VENDOR-ID = 0
           MOVE PO-VENDOR-ID TO WORK-VENDOR-ID
       ELSE IF PO-VENDOR-ID NOT = WORK-VENDOR-ID
           DISPLAY "That PO is for vendor " PO-VENDOR-ID
           ", not this one."
           PERFORM ASK-PO-NUMBER.

       ASK-VENDOR.
       ADD 1 TO VENDOR-TRIES.
       DISPLAY "Enter the vendor id: ".
       ACCEPT VENDOR-ID.
       MOVE "S" TO RECORD-FOUND.
       READ VENDORS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND VENDOR-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No vendor found with that id."
       ELSE
           MOVE VENDOR-ID TO WORK-VENDOR-ID.

       BUILD-NCR.
       MOVE SPACE TO NCR-REGISTRATION.
       CALL "get-next-number" USING NCR-DOC-TYPE NCR-ID.
       ACCEPT NCR-RAISED-DATE FROM DATE YYYYMMDD.
       MOVE SESSION-OPERATOR-ID TO NCR-RAISED-BY.
       MOVE NCR-CALL-SOURCE TO NCR-SOURCE.
       MOVE NCR-CALL-REFERENCE TO NCR-SOURCE-REFERENCE.
       MOVE WORK-VENDOR-ID TO NCR-VENDOR-ID.
       MOVE NCR-CALL-PRODUCT-ID TO NCR-PRODUCT-ID.
       MOVE NCR-CALL-QUANTITY TO NCR-QUANTITY.
       MOVE WORK-PO-ID TO NCR-PO-ID.
       DISPLAY "Enter the lot number (blank if none): ".
       ACCEPT NCR-LOT-NUMBER.
       PERFORM ASK-DEFECT-CODE.
       DISPLAY "Enter the containment action taken: ".
       ACCEPT NCR-CONTAINMENT.
       DISPLAY "Corrective action due from the vendor by "
       "(YYYYMMDD, 0 for 30 days): ".
       ACCEPT NCR-CA-DUE-DATE.
       IF NCR-CA-DUE-DATE = 0
           PERFORM FIND-DEFAULT-DUE-DATE
       END-IF.
       MOVE "O" TO NCR-STATUS.
       MOVE 0 TO NCR-RESPONSE-DATE.
       MOVE 0 TO NCR-CA-RECEIVED-DATE.
       MOVE NCR-CALL-RTV-ID TO NCR-RTV-ID.
       MOVE SESSION-COMPANY-CODE TO NCR-COMPANY-CODE.

       ASK-DEFECT-CODE.
       DISPLAY "Enter the defect code: ".
       ACCEPT NCR-DEFECT-CODE.
       INSPECT NCR-DEFECT-CODE CONVERTING
           "abcdefghijklmnopqrstuvwxyz" TO
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       IF NCR-DEFECT-CODE = SPACE
           DISPLAY "A defect code is required."
           PERFORM ASK-DEFECT-CODE
       END-IF.

       WRITE-NCR.
       MOVE "N" TO NCR-WRITE-OK.
       PERFORM WRITE-NCR-ONCE UNTIL NCR-WRITE-OK = "Y".
       MOVE NCR-ID TO RAISED-NCR-ID.
       MOVE NCR-ID TO AUDIT-ID.
       MOVE SPACE TO AUDIT-BEFORE.
       MOVE SPACE TO AUDIT-AFTER.
       STRING "NCR VENDOR " DELIMITED BY SIZE
           NCR-VENDOR-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           NCR-DEFECT-CODE DELIMITED BY SPACE
           " QTY " DELIMITED BY SIZE
           NCR-QUANTITY DELIMITED BY SIZE
           INTO AUDIT-AFTER.
       CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD AUDIT-ID
           AUDIT-BEFORE AUDIT-AFTER.
       DISPLAY "Nonconformance report " NCR-ID " raised against "
           "vendor " NCR-VENDOR-ID ", corrective action due "
           NCR-CA-DUE-DATE ".".

       WRITE-NCR-ONCE.
       WRITE NCR-REGISTRATION
           INVALID KEY
               CALL "get-next-number" USING NCR-DOC-TYPE NCR-ID
       NOT INVALID KEY
           MOVE "Y" TO NCR-WRITE-OK
       END-WRITE.

      *Thirty days on from today, stepped forward a day at a time so
      *month and year ends come out right.
       FIND-DEFAULT-DUE-DATE.
       ACCEPT STEP-DATE-NUMERIC FROM DATE YYYYMMDD.
       MOVE 30 TO DAYS-TO-STEP.
       PERFORM STEP-ONE-DAY UNTIL DAYS-TO-STEP = 0.
       MOVE STEP-DATE-NUMERIC TO NCR-CA-DUE-DATE.

       STEP-ONE-DAY.
       PERFORM FIND-DAYS-IN-MONTH.
       IF STEP-DAY < DAYS-IN-MONTH
           ADD 1 TO STEP-DAY
       ELSE
           MOVE 1 TO STEP-DAY
           IF STEP-MONTH < 12
               ADD 1 TO STEP-MONTH
           ELSE
               MOVE 1 TO STEP-MONTH
               ADD 1 TO STEP-YEAR
           END-IF
       END-IF.
       SUBTRACT 1 FROM DAYS-TO-STEP.

       FIND-DAYS-IN-MONTH.
       IF STEP-MONTH = 4 OR STEP-MONTH = 6
           OR STEP-MONTH = 9 OR STEP-MONTH = 11
           MOVE 30 TO DAYS-IN-MONTH
       ELSE IF STEP-MONTH = 2
           PERFORM FIND-FEBRUARY-DAYS
       ELSE
           MOVE 31 TO DAYS-IN-MONTH.

       FIND-FEBRUARY-DAYS.
       MOVE 28 TO DAYS-IN-MONTH.
       DIVIDE STEP-YEAR BY 4 GIVING YEAR-QUOTIENT
           REMAINDER YEAR-REMAINDER.
       IF YEAR-REMAINDER = 0
           MOVE 29 TO DAYS-IN-MONTH.

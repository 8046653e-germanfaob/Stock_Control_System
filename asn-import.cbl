       IDENTIFICATION DIVISION.
       PROGRAM-ID. asn-import.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "purchase-order-physical-file.cbl".
       COPY "purchase-order-lines-physical-file.cbl".
       COPY "physical-file.cbl".
       COPY "asn-physical-file.cbl".
       SELECT ASN-IMPORT-FILE ASSIGN TO "ASN-IMPORT.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Logic file with purchase order header fields.
       COPY "purchase-order-logic-file.cbl".
      * Logic file with purchase order line fields.
       COPY "purchase-order-lines-logic-file.cbl".
      * Logic file with products fields.
       COPY "logic-file.cbl".
      * Logic file with advance ship notice fields.
       COPY "asn-logic-file.cbl".

       FD  ASN-IMPORT-FILE.
       01  ASN-IMPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Shared session data, so new records carry the company.
       COPY "session-data.cbl".
      * One ship notice line is unstrung into these fields before it
      * is checked against the purchase order, the same way
      * lockbox-import holds a parsed remittance line:
      * ASN,PO,LINE,PRODUCT,QTY,LOT,EXPIRY,DUE-DATE,SERIAL.
       01  LOAD-ASN-NUMBER          PIC X(15).
       01  LOAD-PO-ID               PIC 9(6).
       01  LOAD-PO-LINE             PIC 9(3).
       01  LOAD-PRODUCT-ID          PIC X(15).
       01  LOAD-QTY                 PIC 9(5).
       01  LOAD-LOT-NUMBER          PIC X(10).
       01  LOAD-EXPIRY-DATE         PIC 9(8).
       01  LOAD-DUE-DATE            PIC 9(8).
       01  LOAD-SERIAL-NUMBER       PIC X(20).

       77  END-OF-FILE PIC 9 VALUE 0.
       77  SCAN-END PIC 9.
       77  RECORD-FOUND PIC X.
       77  RUN-DATE PIC 9(8).
       77  LINES-READ PIC 9(5) VALUE 0.
       77  STAGED-COUNT PIC 9(5) VALUE 0.
       77  STAGED-UNITS PIC 9(7) VALUE 0.
       77  EXCEPTION-COUNT PIC 9(5) VALUE 0.
       77  EXCEPTION-REASON PIC X(40).
       77  ALREADY-STAGED-QTY PIC 9(7).
       77  LAST-ASN-SEQUENCE PIC 9(4).
       77  DUPLICATE-FOUND PIC X.
       77  TOLERANCE-QTY PIC 9(7).
      * Staged units may run past the ordered quantity only as far
      * as the goods-in screen would accept them.
       77  OVER-RECEIPT-TOLERANCE-PCT PIC 9(3) VALUE 10.
       01  REPORT-LINE-BUFFER PIC X(132).
       77  SPOOL-ACTION PIC X.
       77  SPOOL-REPORT-NAME PIC X(12) VALUE "ASNEXCEPT".
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "ASN-IMPORT".
       77  LOG-MESSAGE-FIELD PIC X(80).

       PROCEDURE DIVISION.

      *The supplier's advance ship notice is checked line by line
      *against the open purchase order before the truck arrives, and
      *every good line is staged as an expected receipt for the
      *goods-in screen to confirm. A line naming a closed order, an
      *unknown product or a line that is not on the order lands on
      *the exception list for purchasing to take up with the vendor.
       PROGRAM-BEGIN.
       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       OPEN I-O PURCHASE-ORDERS-FILE.
       OPEN I-O PO-LINES-FILE.
       OPEN I-O PRODUCTS-FILE.
       OPEN I-O ASN-LINES-FILE.
       OPEN INPUT ASN-IMPORT-FILE.
       MOVE "O" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       MOVE "ADVANCE SHIP NOTICE EXCEPTIONS" TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "ASN             PO     LINE PRODUCT         "
           DELIMITED BY SIZE
           "    QTY REASON" DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       PERFORM SKIP-HEADER-LINE.
       PERFORM IMPORT-NEXT-LINE UNTIL END-OF-FILE = 1.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Lines read: " DELIMITED BY SIZE
           LINES-READ DELIMITED BY SIZE
           "  Staged: " DELIMITED BY SIZE
           STAGED-COUNT DELIMITED BY SIZE
           "  Exceptions: " DELIMITED BY SIZE
           EXCEPTION-COUNT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "C" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       CLOSE PURCHASE-ORDERS-FILE.
       CLOSE PO-LINES-FILE.
       CLOSE PRODUCTS-FILE.
       CLOSE ASN-LINES-FILE.
       CLOSE ASN-IMPORT-FILE.
       DISPLAY " ".
       DISPLAY "ASN import complete. Lines read: " LINES-READ.
       DISPLAY "Staged for receipt: " STAGED-COUNT
       " units " STAGED-UNITS.
       DISPLAY "Exceptions:         " EXCEPTION-COUNT.
       GOBACK.

       SKIP-HEADER-LINE.
       READ ASN-IMPORT-FILE
           AT END MOVE 1 TO END-OF-FILE.

       IMPORT-NEXT-LINE.
       READ ASN-IMPORT-FILE
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           ADD 1 TO LINES-READ
           PERFORM PARSE-ASN-LINE
           PERFORM VALIDATE-AND-STAGE-LINE
       END-IF.

       PARSE-ASN-LINE.
       MOVE SPACE TO LOAD-ASN-NUMBER.
       MOVE 0 TO LOAD-PO-ID.
       MOVE 0 TO LOAD-PO-LINE.
       MOVE SPACE TO LOAD-PRODUCT-ID.
       MOVE 0 TO LOAD-QTY.
       MOVE SPACE TO LOAD-LOT-NUMBER.
       MOVE 0 TO LOAD-EXPIRY-DATE.
       MOVE 0 TO LOAD-DUE-DATE.
       MOVE SPACE TO LOAD-SERIAL-NUMBER.
       UNSTRING ASN-IMPORT-LINE DELIMITED BY ","
           INTO LOAD-ASN-NUMBER LOAD-PO-ID LOAD-PO-LINE
           LOAD-PRODUCT-ID LOAD-QTY LOAD-LOT-NUMBER
           LOAD-EXPIRY-DATE LOAD-DUE-DATE LOAD-SERIAL-NUMBER.

       VALIDATE-AND-STAGE-LINE.
       MOVE SPACE TO EXCEPTION-REASON.
       MOVE LOAD-PO-ID TO PO-ID.
       MOVE "S" TO RECORD-FOUND.
       READ PURCHASE-ORDERS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND PO-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           MOVE "unknown purchase order" TO EXCEPTION-REASON
       ELSE IF PO-STATUS NOT = "Open"
           MOVE SPACE TO EXCEPTION-REASON
           STRING "purchase order is " DELIMITED BY SIZE
               PO-STATUS DELIMITED BY SPACE
               INTO EXCEPTION-REASON
       ELSE
           PERFORM CHECK-ASN-PRODUCT.
       IF EXCEPTION-REASON = SPACE
           PERFORM CHECK-ASN-PO-LINE
       END-IF.
       IF EXCEPTION-REASON = SPACE
           PERFORM CHECK-ASN-QUANTITY
       END-IF.
       IF EXCEPTION-REASON = SPACE
           PERFORM STAGE-ASN-LINE
       ELSE
           PERFORM DROP-TO-EXCEPTIONS
       END-IF.

       CHECK-ASN-PRODUCT.
       MOVE LOAD-PRODUCT-ID TO PRODUCT-ID.
       MOVE "S" TO RECORD-FOUND.
       READ PRODUCTS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND PRODUCT-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF LOAD-PRODUCT-ID = SPACE OR RECORD-FOUND = "N"
           MOVE "unknown product" TO EXCEPTION-REASON.

       CHECK-ASN-PO-LINE.
       MOVE LOAD-PO-ID TO PO-LINE-PO-ID.
       MOVE LOAD-PO-LINE TO PO-LINE-NUMBER.
       MOVE "S" TO RECORD-FOUND.
       READ PO-LINES-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           MOVE "line not on the purchase order" TO EXCEPTION-REASON
       ELSE IF PO-LINE-STATUS NOT = "Open"
           MOVE "purchase order line is closed" TO EXCEPTION-REASON
       ELSE IF PO-LINE-PRODUCT-ID NOT = LOAD-PRODUCT-ID
           MOVE "product differs from the PO line"
               TO EXCEPTION-REASON.

      *What is already staged for the line counts toward the order,
      *so a notice sent twice does not expect the goods twice.
       CHECK-ASN-QUANTITY.
       PERFORM SCAN-STAGED-FOR-LINE.
       COMPUTE TOLERANCE-QTY = PO-LINE-ORDERED-QTY +
           (PO-LINE-ORDERED-QTY * OVER-RECEIPT-TOLERANCE-PCT / 100).
       IF LOAD-QTY = 0
           MOVE "zero quantity" TO EXCEPTION-REASON
       ELSE IF DUPLICATE-FOUND = "Y"
           MOVE "already staged from this notice" TO EXCEPTION-REASON
       ELSE IF PO-LINE-RECEIVED-QTY + ALREADY-STAGED-QTY + LOAD-QTY
               > TOLERANCE-QTY
           MOVE "more than is outstanding on the line"
               TO EXCEPTION-REASON.

       SCAN-STAGED-FOR-LINE.
       MOVE 0 TO ALREADY-STAGED-QTY.
       MOVE 0 TO LAST-ASN-SEQUENCE.
       MOVE "N" TO DUPLICATE-FOUND.
       MOVE LOAD-PO-ID TO ASN-PO-ID.
       MOVE LOAD-PO-LINE TO ASN-PO-LINE.
       MOVE 0 TO ASN-SEQUENCE.
       MOVE 0 TO SCAN-END.
       START ASN-LINES-FILE KEY IS >= ASN-KEY
           INVALID KEY MOVE 1 TO SCAN-END.
       PERFORM CHECK-NEXT-STAGED-ROW UNTIL SCAN-END = 1.

       CHECK-NEXT-STAGED-ROW.
       READ ASN-LINES-FILE NEXT RECORD
           AT END MOVE 1 TO SCAN-END
       END-READ.
       IF SCAN-END = 0
           IF ASN-PO-ID NOT = LOAD-PO-ID
               OR ASN-PO-LINE NOT = LOAD-PO-LINE
               MOVE 1 TO SCAN-END
           ELSE
               MOVE ASN-SEQUENCE TO LAST-ASN-SEQUENCE
               PERFORM COUNT-STAGED-ROW
           END-IF
       END-IF.

       COUNT-STAGED-ROW.
       IF ASN-IS-STAGED
           ADD ASN-QTY TO ALREADY-STAGED-QTY
           IF ASN-NUMBER = LOAD-ASN-NUMBER
               AND ASN-LOT-NUMBER = LOAD-LOT-NUMBER
               AND ASN-SERIAL-NUMBER = LOAD-SERIAL-NUMBER
               MOVE "Y" TO DUPLICATE-FOUND
           END-IF
       END-IF.

      *A notice that gives no arrival date is expected on the date
      *the order itself promised.
       STAGE-ASN-LINE.
       MOVE SPACE TO ASN-REGISTRATION.
       MOVE LOAD-PO-ID TO ASN-PO-ID.
       MOVE LOAD-PO-LINE TO ASN-PO-LINE.
       COMPUTE ASN-SEQUENCE = LAST-ASN-SEQUENCE + 1.
       MOVE LOAD-ASN-NUMBER TO ASN-NUMBER.
       MOVE LOAD-PRODUCT-ID TO ASN-PRODUCT-ID.
       MOVE LOAD-QTY TO ASN-QTY.
       MOVE LOAD-LOT-NUMBER TO ASN-LOT-NUMBER.
       MOVE LOAD-EXPIRY-DATE TO ASN-EXPIRY-DATE.
       MOVE LOAD-SERIAL-NUMBER TO ASN-SERIAL-NUMBER.
       IF LOAD-DUE-DATE = 0
           MOVE PO-EXPECTED-DATE TO ASN-DUE-DATE
       ELSE
           MOVE LOAD-DUE-DATE TO ASN-DUE-DATE
       END-IF.
       MOVE RUN-DATE TO ASN-IMPORT-DATE.
       SET ASN-IS-STAGED TO TRUE.
       MOVE 0 TO ASN-RECEIVED-DATE.
       MOVE SESSION-COMPANY-CODE TO ASN-COMPANY-CODE.
       WRITE ASN-REGISTRATION
           INVALID KEY
               DISPLAY "Error writing ASN record."
           NOT INVALID KEY
               ADD 1 TO STAGED-COUNT
               ADD LOAD-QTY TO STAGED-UNITS
       END-WRITE.

       DROP-TO-EXCEPTIONS.
       ADD 1 TO EXCEPTION-COUNT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING LOAD-ASN-NUMBER DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           LOAD-PO-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           LOAD-PO-LINE DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           LOAD-PRODUCT-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           LOAD-QTY DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           EXCEPTION-REASON DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO LOG-MESSAGE-FIELD.
       STRING "ASN " DELIMITED BY SIZE
           LOAD-ASN-NUMBER DELIMITED BY SPACE
           " PO " DELIMITED BY SIZE
           LOAD-PO-ID DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           EXCEPTION-REASON DELIMITED BY SIZE
           INTO LOG-MESSAGE-FIELD.
       CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
           LOG-MESSAGE-FIELD.

       SHOW-REPORT-LINE.
       DISPLAY REPORT-LINE-BUFFER.
       MOVE "L" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

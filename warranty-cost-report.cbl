       IDENTIFICATION DIVISION.
       PROGRAM-ID. warranty-cost-report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "warranty-claim-physical-file.cbl".
       COPY "vendor-physical-file.cbl".
       COPY "physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with warranty claim fields.
       COPY "warranty-claim-logic-file.cbl".
      * Logic file with vendor fields.
       COPY "vendor-logic-file.cbl".
      * Logic file with products fields.
       COPY "logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's claims
      * are costed.
       COPY "session-data.cbl".
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  FROM-DATE PIC 9(8).
       77  TO-DATE PIC 9(8).
       77  RECOVERABLE-COST PIC 9(7)V99.
       77  CLAIM-COUNT PIC 9(5).
       77  COST-GRAND-TOTAL PIC 9(11)V99.
       77  RECOVER-GRAND-TOTAL PIC 9(11)V99.
      * Vendor totals.
       01  VND-COUNT PIC 9(3).
       01  VND-TABLE.
           05  VND-ENTRY OCCURS 100 TIMES.
               10  VND-ID        PIC 9(5).
               10  VND-CLAIMS    PIC 9(5).
               10  VND-COST      PIC 9(11)V99.
               10  VND-RECOVER   PIC 9(11)V99.
       01  VND-IDX PIC 9(3).
       01  VND-FOUND PIC X.
      * Product totals.
       01  PRD-COUNT PIC 9(3).
       01  PRD-TABLE.
           05  PRD-ENTRY OCCURS 300 TIMES.
               10  PRD-ID        PIC X(15).
               10  PRD-CLAIMS    PIC 9(5).
               10  PRD-COST      PIC 9(11)V99.
               10  PRD-RECOVER   PIC 9(11)V99.
       01  PRD-IDX PIC 9(3).
       01  PRD-FOUND PIC X.
       77  SHOW-NAME PIC X(40).
       77  SHOW-CLAIMS PIC 9(5).
       77  SHOW-COST PIC 9(11)V99.
       77  SHOW-RECOVER PIC 9(11)V99.
       77  CLAIMS-EDIT PIC Z(4)9.
       77  COST-EDIT PIC Z(10)9.99.
       77  RECOVER-EDIT PIC Z(10)9.99.
       77  DECISION-TEXT PIC X(7).
       77  COVER-TEXT PIC X(8).
       01  REPORT-LINE-BUFFER PIC X(132).
       77  SPOOL-ACTION PIC X.
       77  SPOOL-REPORT-NAME PIC X(12) VALUE "WARRANTY".
      * Options a saved report request can answer in place of the
      * prompts.
       COPY "report-parm.cbl".

       PROCEDURE DIVISION.

      *The cost of every warranty claim decided in the date range,
      *totalled by product and by vendor. A claim on a unit still
      *inside its warranty is cost we can look to the vendor to
      *recover; a claim taken as goodwill outside it is ours alone.
      *Rejected claims and those not yet decided carry no cost.
       PROGRAM-BEGIN.
       PERFORM ASK-FROM-DATE.
       PERFORM ASK-TO-DATE.
       MOVE 0 TO CLAIM-COUNT.
       MOVE 0 TO COST-GRAND-TOTAL.
       MOVE 0 TO RECOVER-GRAND-TOTAL.
       MOVE 0 TO VND-COUNT.
       MOVE 0 TO PRD-COUNT.
       OPEN I-O WARRANTY-CLAIMS-FILE.
       OPEN I-O VENDORS-FILE.
       OPEN I-O PRODUCTS-FILE.
       MOVE "O" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "====== WARRANTY COST " DELIMITED BY SIZE
           FROM-DATE DELIMITED BY SIZE
           " TO " DELIMITED BY SIZE
           TO-DATE DELIMITED BY SIZE
           " ======" DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "Claims decided:" TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE 0 TO END-OF-FILE.
       PERFORM READ-NEXT-CLAIM UNTIL END-OF-FILE = 1.
       IF CLAIM-COUNT = 0
           MOVE "  No warranty claims decided in this range."
               TO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
       END-IF.
       PERFORM PRINT-TOTALS.
       MOVE "C" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       CLOSE WARRANTY-CLAIMS-FILE.
       CLOSE VENDORS-FILE.
       CLOSE PRODUCTS-FILE.
       GOBACK.

       READ-NEXT-CLAIM.
       READ WARRANTY-CLAIMS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF (CLAIM-IS-APPROVED OR CLAIM-IS-RETURNED
               OR CLAIM-IS-CLOSED)
               AND CLAIM-DECISION-DATE NOT < FROM-DATE
               AND CLAIM-DECISION-DATE NOT > TO-DATE
               PERFORM CHECK-CLAIM-COMPANY
           END-IF
       END-IF.

      *A claim is the company's whose product failed.
       CHECK-CLAIM-COMPANY.
       MOVE CLAIM-PRODUCT-ID TO PRODUCT-ID.
       MOVE "S" TO RECORD-FOUND.
       READ PRODUCTS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND PRODUCT-COMPANY-CODE = SESSION-COMPANY-CODE
           PERFORM TAKE-CLAIM.

       TAKE-CLAIM.
       ADD 1 TO CLAIM-COUNT.
       IF CLAIM-IS-IN-WARRANTY
           MOVE CLAIM-COST TO RECOVERABLE-COST
       ELSE
           MOVE 0 TO RECOVERABLE-COST
       END-IF.
       ADD CLAIM-COST TO COST-GRAND-TOTAL.
       ADD RECOVERABLE-COST TO RECOVER-GRAND-TOTAL.
       PERFORM PRINT-CLAIM-LINE.
       PERFORM ADD-TO-VND-ROW.
       PERFORM ADD-TO-PRD-ROW.

       PRINT-CLAIM-LINE.
       IF CLAIM-IS-REPAIR
           MOVE "Repair" TO DECISION-TEXT
       ELSE IF CLAIM-IS-REPLACE
           MOVE "Replace" TO DECISION-TEXT
       ELSE
           MOVE "Credit" TO DECISION-TEXT
       END-IF.
       IF CLAIM-IS-IN-WARRANTY
           MOVE "Warranty" TO COVER-TEXT
       ELSE
           MOVE "Goodwill" TO COVER-TEXT
       END-IF.
       MOVE CLAIM-COST TO COST-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Claim " DELIMITED BY SIZE
           CLAIM-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CLAIM-DECISION-DATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CLAIM-PRODUCT-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CLAIM-SERIAL-NUMBER DELIMITED BY SIZE
           " Vnd " DELIMITED BY SIZE
           CLAIM-VENDOR-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           DECISION-TEXT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           COVER-TEXT DELIMITED BY SIZE
           " Cost " DELIMITED BY SIZE
           COST-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.

       ADD-TO-VND-ROW.
       MOVE "N" TO VND-FOUND.
       MOVE 1 TO VND-IDX.
       PERFORM FIND-VND-ROW
           UNTIL VND-FOUND = "Y" OR VND-IDX > VND-COUNT.
       IF VND-FOUND = "N" AND VND-COUNT < 100
           ADD 1 TO VND-COUNT
           MOVE VND-COUNT TO VND-IDX
           MOVE CLAIM-VENDOR-ID TO VND-ID (VND-IDX)
           MOVE 0 TO VND-CLAIMS (VND-IDX)
           MOVE 0 TO VND-COST (VND-IDX)
           MOVE 0 TO VND-RECOVER (VND-IDX)
           MOVE "Y" TO VND-FOUND
       END-IF.
       IF VND-FOUND = "Y"
           ADD 1 TO VND-CLAIMS (VND-IDX)
           ADD CLAIM-COST TO VND-COST (VND-IDX)
           ADD RECOVERABLE-COST TO VND-RECOVER (VND-IDX)
       END-IF.

       FIND-VND-ROW.
       IF VND-ID (VND-IDX) = CLAIM-VENDOR-ID
           MOVE "Y" TO VND-FOUND
       ELSE
           ADD 1 TO VND-IDX.

       ADD-TO-PRD-ROW.
       MOVE "N" TO PRD-FOUND.
       MOVE 1 TO PRD-IDX.
       PERFORM FIND-PRD-ROW
           UNTIL PRD-FOUND = "Y" OR PRD-IDX > PRD-COUNT.
       IF PRD-FOUND = "N" AND PRD-COUNT < 300
           ADD 1 TO PRD-COUNT
           MOVE PRD-COUNT TO PRD-IDX
           MOVE CLAIM-PRODUCT-ID TO PRD-ID (PRD-IDX)
           MOVE 0 TO PRD-CLAIMS (PRD-IDX)
           MOVE 0 TO PRD-COST (PRD-IDX)
           MOVE 0 TO PRD-RECOVER (PRD-IDX)
           MOVE "Y" TO PRD-FOUND
       END-IF.
       IF PRD-FOUND = "Y"
           ADD 1 TO PRD-CLAIMS (PRD-IDX)
           ADD CLAIM-COST TO PRD-COST (PRD-IDX)
           ADD RECOVERABLE-COST TO PRD-RECOVER (PRD-IDX)
       END-IF.

       FIND-PRD-ROW.
       IF PRD-ID (PRD-IDX) = CLAIM-PRODUCT-ID
           MOVE "Y" TO PRD-FOUND
       ELSE
           ADD 1 TO PRD-IDX.

       PRINT-TOTALS.
       MOVE "--------------------------------------------"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "By product:" TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE 1 TO PRD-IDX.
       PERFORM PRINT-NEXT-PRD-ROW UNTIL PRD-IDX > PRD-COUNT.
       MOVE "--------------------------------------------"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "By vendor:" TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE 1 TO VND-IDX.
       PERFORM PRINT-NEXT-VND-ROW UNTIL VND-IDX > VND-COUNT.
       MOVE "--------------------------------------------"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE CLAIM-COUNT TO CLAIMS-EDIT.
       MOVE COST-GRAND-TOTAL TO COST-EDIT.
       MOVE RECOVER-GRAND-TOTAL TO RECOVER-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Claims " DELIMITED BY SIZE
           CLAIMS-EDIT DELIMITED BY SIZE
           "  Total cost " DELIMITED BY SIZE
           COST-EDIT DELIMITED BY SIZE
           "  Recoverable from vendors " DELIMITED BY SIZE
           RECOVER-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "============================================"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.

       PRINT-NEXT-PRD-ROW.
       MOVE PRD-CLAIMS (PRD-IDX) TO SHOW-CLAIMS.
       MOVE PRD-COST (PRD-IDX) TO SHOW-COST.
       MOVE PRD-RECOVER (PRD-IDX) TO SHOW-RECOVER.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Product " DELIMITED BY SIZE
           PRD-ID (PRD-IDX) DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM PRINT-TOTAL-LINE.
       ADD 1 TO PRD-IDX.

       PRINT-NEXT-VND-ROW.
       MOVE VND-ID (VND-IDX) TO VENDOR-ID.
       READ VENDORS-FILE RECORD
           INVALID KEY
               MOVE "(vendor not on file)" TO VENDOR-NAME
       END-READ.
       MOVE VENDOR-NAME TO SHOW-NAME.
       MOVE VND-CLAIMS (VND-IDX) TO SHOW-CLAIMS.
       MOVE VND-COST (VND-IDX) TO SHOW-COST.
       MOVE VND-RECOVER (VND-IDX) TO SHOW-RECOVER.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Vendor " DELIMITED BY SIZE
           VND-ID (VND-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SHOW-NAME DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM PRINT-TOTAL-LINE.
       ADD 1 TO VND-IDX.

      *The row's label is already in the buffer; the figures go in
      *from column 60.
       PRINT-TOTAL-LINE.
       MOVE SHOW-CLAIMS TO CLAIMS-EDIT.
       MOVE SHOW-COST TO COST-EDIT.
       MOVE SHOW-RECOVER TO RECOVER-EDIT.
       STRING "Claims " DELIMITED BY SIZE
           CLAIMS-EDIT DELIMITED BY SIZE
           " Cost " DELIMITED BY SIZE
           COST-EDIT DELIMITED BY SIZE
           " Recoverable " DELIMITED BY SIZE
           RECOVER-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER (60:73).
       PERFORM SHOW-REPORT-LINE.

       SHOW-REPORT-LINE.
       DISPLAY REPORT-LINE-BUFFER.
       MOVE "L" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

       ASK-FROM-DATE.
       MOVE "FROM-DATE" TO REPORT-PARM-KEY.
       PERFORM GET-REPORT-PARM.
       IF REPORT-PARM-FOUND = "Y"
           MOVE REPORT-PARM-NUMBER TO FROM-DATE
       ELSE
           DISPLAY "Enter the first decision date (YYYYMMDD): "
           ACCEPT FROM-DATE
       END-IF.

       ASK-TO-DATE.
       MOVE "TO-DATE" TO REPORT-PARM-KEY.
       PERFORM GET-REPORT-PARM.
       IF REPORT-PARM-FOUND = "Y"
           MOVE REPORT-PARM-NUMBER TO TO-DATE
       ELSE
           DISPLAY "Enter the last decision date (YYYYMMDD): "
           ACCEPT TO-DATE
       END-IF.

      *A saved report request run unattended answers the options
      *above; run from the menu the operator is asked as before.
       GET-REPORT-PARM.
       CALL "get-report-parm" USING REPORT-PARM-KEY
           REPORT-PARM-FOUND REPORT-PARM-TEXT REPORT-PARM-NUMBER.

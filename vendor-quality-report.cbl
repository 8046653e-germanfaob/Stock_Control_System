       IDENTIFICATION DIVISION.
       PROGRAM-ID. vendor-quality-report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "purchase-order-physical-file.cbl".
       COPY "purchase-order-lines-physical-file.cbl".
       COPY "ncr-physical-file.cbl".
       COPY "vendor-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with purchase order header fields.
       COPY "purchase-order-logic-file.cbl".
      * Logic file with purchase order line fields.
       COPY "purchase-order-lines-logic-file.cbl".
      * Logic file with vendor nonconformance report fields.
       COPY "ncr-logic-file.cbl".
      * Logic file with vendor fields.
       COPY "vendor-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       77  END-OF-FILE PIC 9 VALUE 0.
       77  SCAN-EOF PIC 9.
       77  FROM-DATE PIC 9(8).
       77  TO-DATE PIC 9(8).
       77  WORK-PO-ID PIC 9(6).
       77  WANTED-VENDOR-ID PIC 9(5).
       77  WANTED-PRODUCT-ID PIC X(15).
      * One row per vendor, for the vendor totals.
       01  QVEND-COUNT PIC 9(3) VALUE 0.
       01  QVEND-TABLE.
           05  QVEND-ENTRY OCCURS 50 TIMES.
               10  QVEND-VENDOR-ID    PIC 9(5).
               10  QVEND-RECEIVED-QTY PIC 9(9).
               10  QVEND-DEFECT-QTY   PIC 9(9).
               10  QVEND-NCR-COUNT    PIC 9(5).
       01  QVEND-IDX PIC 9(3).
      * One row per vendor and product received or written up.
       01  QPROD-COUNT PIC 9(3) VALUE 0.
       01  QPROD-TABLE.
           05  QPROD-ENTRY OCCURS 300 TIMES.
               10  QPROD-VENDOR-ID    PIC 9(5).
               10  QPROD-PRODUCT-ID   PIC X(15).
               10  QPROD-RECEIVED-QTY PIC 9(9).
               10  QPROD-DEFECT-QTY   PIC 9(9).
               10  QPROD-NCR-COUNT    PIC 9(5).
       01  QPROD-IDX PIC 9(3).
       01  FOUND-ROW PIC X.
       77  DEFECT-PCT PIC 9(5)V99.
       77  DEFECT-PCT-EDIT PIC ZZZZ9.99.
       01  REPORT-LINE-BUFFER PIC X(132).
       77  SPOOL-ACTION PIC X.
       77  SPOOL-REPORT-NAME PIC X(12) VALUE "VENDQUAL".
      * Options a saved report request can answer in place of the
      * prompts.
       COPY "report-parm.cbl".

       PROCEDURE DIVISION.

      *The other half of the supplier review: of what each vendor
      *delivered in the window, how much came back written up on a
      *nonconformance report. The defect rate is the quantity on the
      *reports raised in the window against the quantity received on
      *the vendor's orders dated in it, by product and in total.
      *Reports that name no vendor are shown under vendor 00000 so
      *the quality desk can see what still needs tracing.
       PROGRAM-BEGIN.
       PERFORM ASK-FROM-DATE.
       PERFORM ASK-TO-DATE.
       OPEN I-O PURCHASE-ORDERS-FILE.
       OPEN I-O PO-LINES-FILE.
       OPEN I-O NCR-FILE.
       OPEN I-O VENDORS-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM READ-NEXT-PO UNTIL END-OF-FILE = 1.
       MOVE 0 TO END-OF-FILE.
       PERFORM READ-NEXT-NCR UNTIL END-OF-FILE = 1.
       PERFORM PRINT-QUALITY-REPORT.
       CLOSE PURCHASE-ORDERS-FILE.
       CLOSE PO-LINES-FILE.
       CLOSE NCR-FILE.
       CLOSE VENDORS-FILE.
       GOBACK.

       READ-NEXT-PO.
       READ PURCHASE-ORDERS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND PO-COMPANY-CODE = SESSION-COMPANY-CODE
           IF PO-ORDER-DATE >= FROM-DATE
               AND PO-ORDER-DATE <= TO-DATE
               AND PO-STATUS NOT = "Draft"
               PERFORM TALLY-PO-LINES
           END-IF
       END-IF.

       TALLY-PO-LINES.
       MOVE PO-ID TO WORK-PO-ID.
       MOVE WORK-PO-ID TO PO-LINE-PO-ID.
       MOVE 0 TO PO-LINE-NUMBER.
       MOVE 0 TO SCAN-EOF.
       START PO-LINES-FILE KEY IS >= PO-LINE-KEY
           INVALID KEY MOVE 1 TO SCAN-EOF.
       PERFORM TALLY-NEXT-PO-LINE UNTIL SCAN-EOF = 1.

       TALLY-NEXT-PO-LINE.
       READ PO-LINES-FILE NEXT RECORD
           AT END MOVE 1 TO SCAN-EOF
       END-READ.
       IF SCAN-EOF = 0
           IF PO-LINE-PO-ID = WORK-PO-ID
               IF PO-LINE-RECEIVED-QTY > 0
                   MOVE PO-VENDOR-ID TO WANTED-VENDOR-ID
                   MOVE PO-LINE-PRODUCT-ID TO WANTED-PRODUCT-ID
                   PERFORM FIND-OR-ADD-ROWS
                   PERFORM ADD-RECEIVED-QTY
               END-IF
           ELSE
               MOVE 1 TO SCAN-EOF
           END-IF
       END-IF.

       ADD-RECEIVED-QTY.
       IF QVEND-IDX <= QVEND-COUNT
           ADD PO-LINE-RECEIVED-QTY TO QVEND-RECEIVED-QTY (QVEND-IDX)
       END-IF.
       IF QPROD-IDX <= QPROD-COUNT
           ADD PO-LINE-RECEIVED-QTY TO QPROD-RECEIVED-QTY (QPROD-IDX)
       END-IF.

       READ-NEXT-NCR.
       READ NCR-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND NCR-COMPANY-CODE = SESSION-COMPANY-CODE
           IF NCR-RAISED-DATE >= FROM-DATE
               AND NCR-RAISED-DATE <= TO-DATE
               MOVE NCR-VENDOR-ID TO WANTED-VENDOR-ID
               MOVE NCR-PRODUCT-ID TO WANTED-PRODUCT-ID
               PERFORM FIND-OR-ADD-ROWS
               PERFORM ADD-DEFECT-QTY
           END-IF
       END-IF.

       ADD-DEFECT-QTY.
       IF QVEND-IDX <= QVEND-COUNT
           ADD NCR-QUANTITY TO QVEND-DEFECT-QTY (QVEND-IDX)
           ADD 1 TO QVEND-NCR-COUNT (QVEND-IDX)
       END-IF.
       IF QPROD-IDX <= QPROD-COUNT
           ADD NCR-QUANTITY TO QPROD-DEFECT-QTY (QPROD-IDX)
           ADD 1 TO QPROD-NCR-COUNT (QPROD-IDX)
       END-IF.

       FIND-OR-ADD-ROWS.
       MOVE "N" TO FOUND-ROW.
       MOVE 1 TO QVEND-IDX.
       PERFORM FIND-VENDOR-ROW
           UNTIL FOUND-ROW = "Y" OR QVEND-IDX > QVEND-COUNT.
       IF FOUND-ROW = "N" AND QVEND-COUNT < 50
           ADD 1 TO QVEND-COUNT
           MOVE QVEND-COUNT TO QVEND-IDX
           MOVE WANTED-VENDOR-ID TO QVEND-VENDOR-ID (QVEND-IDX)
           MOVE 0 TO QVEND-RECEIVED-QTY (QVEND-IDX)
           MOVE 0 TO QVEND-DEFECT-QTY (QVEND-IDX)
           MOVE 0 TO QVEND-NCR-COUNT (QVEND-IDX)
       END-IF.
       MOVE "N" TO FOUND-ROW.
       MOVE 1 TO QPROD-IDX.
       PERFORM FIND-PRODUCT-ROW
           UNTIL FOUND-ROW = "Y" OR QPROD-IDX > QPROD-COUNT.
       IF FOUND-ROW = "N" AND QPROD-COUNT < 300
           ADD 1 TO QPROD-COUNT
           MOVE QPROD-COUNT TO QPROD-IDX
           MOVE WANTED-VENDOR-ID TO QPROD-VENDOR-ID (QPROD-IDX)
           MOVE WANTED-PRODUCT-ID TO QPROD-PRODUCT-ID (QPROD-IDX)
           MOVE 0 TO QPROD-RECEIVED-QTY (QPROD-IDX)
           MOVE 0 TO QPROD-DEFECT-QTY (QPROD-IDX)
           MOVE 0 TO QPROD-NCR-COUNT (QPROD-IDX)
       END-IF.

       FIND-VENDOR-ROW.
       IF QVEND-VENDOR-ID (QVEND-IDX) = WANTED-VENDOR-ID
           MOVE "Y" TO FOUND-ROW
       ELSE
           ADD 1 TO QVEND-IDX.

       FIND-PRODUCT-ROW.
       IF QPROD-VENDOR-ID (QPROD-IDX) = WANTED-VENDOR-ID
           AND QPROD-PRODUCT-ID (QPROD-IDX) = WANTED-PRODUCT-ID
           MOVE "Y" TO FOUND-ROW
       ELSE
           ADD 1 TO QPROD-IDX.

       PRINT-QUALITY-REPORT.
       MOVE "O" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       MOVE "============= VENDOR QUALITY REPORT ============="
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Receipts and reports from " DELIMITED BY SIZE
           FROM-DATE DELIMITED BY SIZE
           " through " DELIMITED BY SIZE
           TO-DATE DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "-------------------------------------------------"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE 1 TO QVEND-IDX.
       PERFORM PRINT-VENDOR-BLOCK
           UNTIL QVEND-IDX > QVEND-COUNT.
       MOVE "================================================="
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "C" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

       PRINT-VENDOR-BLOCK.
       MOVE QVEND-VENDOR-ID (QVEND-IDX) TO VENDOR-ID.
       IF VENDOR-ID = 0
           MOVE "(no vendor named)" TO VENDOR-NAME
       ELSE
           READ VENDORS-FILE RECORD
               INVALID KEY
                   MOVE "(vendor no longer on file)" TO VENDOR-NAME
           END-READ
       END-IF.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Vendor " DELIMITED BY SIZE
           QVEND-VENDOR-ID (QVEND-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VENDOR-NAME DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE 1 TO QPROD-IDX.
       PERFORM PRINT-PRODUCT-ROW
           UNTIL QPROD-IDX > QPROD-COUNT.
       IF QVEND-RECEIVED-QTY (QVEND-IDX) > 0
           COMPUTE DEFECT-PCT ROUNDED =
               QVEND-DEFECT-QTY (QVEND-IDX) * 100
               / QVEND-RECEIVED-QTY (QVEND-IDX)
       ELSE
           MOVE 0 TO DEFECT-PCT
       END-IF.
       MOVE DEFECT-PCT TO DEFECT-PCT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "  Vendor total  Received: " DELIMITED BY SIZE
           QVEND-RECEIVED-QTY (QVEND-IDX) DELIMITED BY SIZE
           " Defective: " DELIMITED BY SIZE
           QVEND-DEFECT-QTY (QVEND-IDX) DELIMITED BY SIZE
           " NCRs: " DELIMITED BY SIZE
           QVEND-NCR-COUNT (QVEND-IDX) DELIMITED BY SIZE
           " Defect pct: " DELIMITED BY SIZE
           DEFECT-PCT-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       ADD 1 TO QVEND-IDX.

       PRINT-PRODUCT-ROW.
       IF QPROD-VENDOR-ID (QPROD-IDX) = QVEND-VENDOR-ID (QVEND-IDX)
           PERFORM SHOW-PRODUCT-ROW
       END-IF.
       ADD 1 TO QPROD-IDX.

       SHOW-PRODUCT-ROW.
       IF QPROD-RECEIVED-QTY (QPROD-IDX) > 0
           COMPUTE DEFECT-PCT ROUNDED =
               QPROD-DEFECT-QTY (QPROD-IDX) * 100
               / QPROD-RECEIVED-QTY (QPROD-IDX)
       ELSE
           MOVE 0 TO DEFECT-PCT
       END-IF.
       MOVE DEFECT-PCT TO DEFECT-PCT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "  " DELIMITED BY SIZE
           QPROD-PRODUCT-ID (QPROD-IDX) DELIMITED BY SIZE
           " Received: " DELIMITED BY SIZE
           QPROD-RECEIVED-QTY (QPROD-IDX) DELIMITED BY SIZE
           " Defective: " DELIMITED BY SIZE
           QPROD-DEFECT-QTY (QPROD-IDX) DELIMITED BY SIZE
           " NCRs: " DELIMITED BY SIZE
           QPROD-NCR-COUNT (QPROD-IDX) DELIMITED BY SIZE
           " Defect pct: " DELIMITED BY SIZE
           DEFECT-PCT-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
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
           DISPLAY "Report from (YYYYMMDD): "
           ACCEPT FROM-DATE
       END-IF.

       ASK-TO-DATE.
       MOVE "TO-DATE" TO REPORT-PARM-KEY.
       PERFORM GET-REPORT-PARM.
       IF REPORT-PARM-FOUND = "Y"
           MOVE REPORT-PARM-NUMBER TO TO-DATE
       ELSE
           DISPLAY "Through (YYYYMMDD): "
           ACCEPT TO-DATE
       END-IF.

      *A saved report request run unattended answers the options
      *above; run from the menu the operator is asked as before.
       GET-REPORT-PARM.
       CALL "get-report-parm" USING REPORT-PARM-KEY
           REPORT-PARM-FOUND REPORT-PARM-TEXT REPORT-PARM-NUMBER.

       COPY "vendor-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's vendors
      * are settled.
       COPY "session-data.cbl".
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  REPORT-PERIOD PIC 9(6).
       77  RECORD-PERIOD PIC 9(6).
       01  REPORT-LINE-BUFFER PIC X(132).
       77  SPOOL-ACTION PIC X.
       77  SPOOL-REPORT-NAME PIC X(12) VALUE "CONSIGNUSE".
      * Options a saved report request can answer in place of the
      * prompts.
       COPY "report-parm.cbl".

       PROCEDURE DIVISION.

      *after it, so the settlement can be checked against their
      *bill line by line.
       PROGRAM-BEGIN.
       PERFORM ASK-REPORT-PERIOD.
       OPEN I-O CONSIGNMENT-USAGE-FILE.
       OPEN I-O CONSIGNMENTS-FILE.
       OPEN I-O VENDORS-FILE.
       IF END-OF-FILE = 0
           COMPUTE RECORD-PERIOD = CONSUMPTION-DATE / 100
           IF RECORD-PERIOD = REPORT-PERIOD
               MOVE CONSUMPTION-VENDOR-ID TO VENDOR-ID
               PERFORM CHECK-VENDOR-COMPANY
               IF RECORD-FOUND = "S"
                   PERFORM TALLY-ONE-CONSUMPTION
               END-IF
           END-IF
       END-IF.

      *Consigned goods and what was used of them are the company's
      *whose vendor sent them; a vendor since removed from file is
      *still settled, so nothing owed drops off the report.
       CHECK-VENDOR-COMPANY.
       MOVE "S" TO RECORD-FOUND.
       READ VENDORS-FILE RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF VENDOR-COMPANY-CODE NOT = SESSION-COMPANY-CODE
                   MOVE "N" TO RECORD-FOUND
               END-IF
       END-READ.

       TALLY-ONE-CONSUMPTION.
       MOVE CONSUMPTION-VALUE TO AMOUNT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE "N" TO RECORD-FOUND
           IF CONSIGN-QTY > 0
               MOVE CONSIGN-VENDOR-ID TO VENDOR-ID
               PERFORM CHECK-VENDOR-COMPANY
           END-IF
           IF RECORD-FOUND = "S"
               MOVE SPACE TO REPORT-LINE-BUFFER
               STRING "Product " DELIMITED BY SIZE
                   CONSIGN-PRODUCT-ID DELIMITED BY SIZE
       MOVE "L" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

       ASK-REPORT-PERIOD.
       MOVE "PERIOD" TO REPORT-PARM-KEY.
       PERFORM GET-REPORT-PARM.
       IF REPORT-PARM-FOUND = "Y"
           MOVE REPORT-PARM-NUMBER TO REPORT-PERIOD
       ELSE
           DISPLAY "Enter the period to report (YYYYMM): "
           ACCEPT REPORT-PERIOD
       END-IF.

      *A saved report request run unattended answers the options
      *above; run from the menu the operator is asked as before.
       GET-REPORT-PARM.
       CALL "get-report-parm" USING REPORT-PARM-KEY
           REPORT-PARM-FOUND REPORT-PARM-TEXT REPORT-PARM-NUMBER.

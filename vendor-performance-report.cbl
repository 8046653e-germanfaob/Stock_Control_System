       COPY "vendor-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       77  END-OF-FILE PIC 9 VALUE 0.
       77  SCAN-EOF PIC 9.
       77  FROM-DATE PIC 9(8).
       01  REPORT-LINE-BUFFER PIC X(132).
       77  SPOOL-ACTION PIC X.
       77  SPOOL-REPORT-NAME PIC X(12) VALUE "VENDPERF".
      * Options a saved report request can answer in place of the
      * prompts.
       COPY "report-parm.cbl".

       PROCEDURE DIVISION.

      *how late the late ones ran, how much of what was ordered
      *actually came, and how often they shipped more than asked.
       PROGRAM-BEGIN.
       PERFORM ASK-FROM-DATE.
       PERFORM ASK-TO-DATE.
       OPEN I-O PURCHASE-ORDERS-FILE.
       OPEN I-O PO-LINES-FILE.
       OPEN I-O MOVEMENTS-FILE.
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND PO-COMPANY-CODE = SESSION-COMPANY-CODE
           IF PO-ORDER-DATE >= FROM-DATE
               AND PO-ORDER-DATE <= TO-DATE
               AND PO-STATUS NOT = "Draft"
           AT END MOVE 1 TO SCAN-EOF
       END-READ.
       IF SCAN-EOF = 0
           AND MOVEMENT-COMPANY-CODE = SESSION-COMPANY-CODE
           IF MOVEMENT-IS-ENTRY
               AND MOVEMENT-REFERENCE = WORK-PO-REFERENCE
               IF MOVEMENT-DATE > RECEIPT-DATE-X
       MOVE "L" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

       ASK-FROM-DATE.
       MOVE "FROM-DATE" TO REPORT-PARM-KEY.
       PERFORM GET-REPORT-PARM.
       IF REPORT-PARM-FOUND = "Y"
           MOVE REPORT-PARM-NUMBER TO FROM-DATE
       ELSE
           DISPLAY "Report purchase orders dated from (YYYYMMDD): "
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

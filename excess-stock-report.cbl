       COPY "cost-layer-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       77  END-OF-FILE PIC 9 VALUE 0.
       77  SCAN-EOF PIC 9.
       77  RUN-DATE PIC 9(8).
       01  REPORT-LINE-BUFFER PIC X(132).
       77  SPOOL-ACTION PIC X.
       77  SPOOL-REPORT-NAME PIC X(12) VALUE "EXCESS".
      * Options a saved report request can answer in place of the
      * prompts.
       COPY "report-parm.cbl".

       PROCEDURE DIVISION.

       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       MOVE RUN-DATE TO RUN-DATE-SPLIT.
       COMPUTE TODAY-MONTH-INDEX = (RUN-YEAR * 12) + RUN-MONTH.
       PERFORM ASK-AVERAGE-MONTHS.
       IF AVERAGE-MONTHS = 0
           MOVE 3 TO AVERAGE-MONTHS
       END-IF.
       PERFORM ASK-COVER-THRESHOLD.
       IF COVER-THRESHOLD = 0
           MOVE 6 TO COVER-THRESHOLD
       END-IF.
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND PRODUCT-COMPANY-CODE = SESSION-COMPANY-CODE
           IF NOT PRODUCT-IS-INACTIVE
               AND PRODUCT-QUANTITY > 0
               PERFORM JUDGE-ONE-PRODUCT
       MOVE "L" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

       ASK-AVERAGE-MONTHS.
       MOVE "AVG-MONTHS" TO REPORT-PARM-KEY.
       PERFORM GET-REPORT-PARM.
       IF REPORT-PARM-FOUND = "Y"
           MOVE REPORT-PARM-NUMBER TO AVERAGE-MONTHS
       ELSE
           DISPLAY "Average demand over how many months (e.g. 3)? "
           ACCEPT AVERAGE-MONTHS
       END-IF.

       ASK-COVER-THRESHOLD.
       MOVE "COVER-MONTHS" TO REPORT-PARM-KEY.
       PERFORM GET-REPORT-PARM.
       IF REPORT-PARM-FOUND = "Y"
           MOVE REPORT-PARM-NUMBER TO COVER-THRESHOLD
       ELSE
           DISPLAY "Flag lines over how many months of cover "
           "(e.g. 6)? "
           ACCEPT COVER-THRESHOLD
       END-IF.

      *A saved report request run unattended answers the options
      *above; run from the menu the operator is asked as before.
       GET-REPORT-PARM.
       CALL "get-report-parm" USING REPORT-PARM-KEY
           REPORT-PARM-FOUND REPORT-PARM-TEXT REPORT-PARM-NUMBER.

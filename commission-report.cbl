       COPY "salesperson-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       01  END-OF-FILE PIC 9 VALUE 0.
       01  LINES-END-OF-FILE PIC 9 VALUE 0.
       01  RECORD-FOUND PIC X.
       01  COMMISSION-VALUE PIC 9(9)V99.
       01  SHOW-REP-NAME PIC X(40).
       01  SHOW-REP-PCT PIC 9(2)V99.
      * Options a saved report request can answer in place of the
      * prompts.
       COPY "report-parm.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
       PERFORM ASK-REPORT-MONTH.
       OPEN I-O ORDERS-FILE.
       OPEN I-O ORDER-LINES-FILE.
       OPEN I-O SALESPERSONS-FILE.
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND ORDER-COMPANY-CODE = SESSION-COMPANY-CODE
           COMPUTE ORDER-MONTH = ORDER-DATE-NUMERIC / 100
           IF ORDER-MONTH = REPORT-MONTH
               AND ORDER-SALESPERSON-ID NOT = SPACE
       " Rate: " SHOW-REP-PCT "%"
       " Commission: " COMMISSION-VALUE.
       ADD 1 TO SEARCH-IDX.

       ASK-REPORT-MONTH.
       MOVE "PERIOD" TO REPORT-PARM-KEY.
       PERFORM GET-REPORT-PARM.
       IF REPORT-PARM-FOUND = "Y"
           MOVE REPORT-PARM-NUMBER TO REPORT-MONTH
       ELSE
           DISPLAY "Enter the month to report (YYYYMM): "
           ACCEPT REPORT-MONTH
       END-IF.

      *A saved report request run unattended answers the options
      *above; run from the menu the operator is asked as before.
       GET-REPORT-PARM.
       CALL "get-report-parm" USING REPORT-PARM-KEY
           REPORT-PARM-FOUND REPORT-PARM-TEXT REPORT-PARM-NUMBER.

       COPY "movement-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       01  END-OF-FILE PIC 9 VALUE 0.
       01  LAST-MOVE-COUNT PIC 9(3) VALUE 0.
       01  LAST-MOVE-TABLE.
       01  LAST-DAYNUM PIC 9(7).
       01  DAYS-SINCE-MOVE PIC S9(7).
       01  PRODUCTS-LISTED PIC 9(5) VALUE 0.
      * Options a saved report request can answer in place of the
      * prompts.
       COPY "report-parm.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
       PERFORM ASK-AGING-THRESHOLD-DAYS.
       ACCEPT SYSTEM-DATE FROM DATE YYYYMMDD.
       MOVE SYSTEM-DATE TO CONV-DATE-X.
       PERFORM COMPUTE-CONV-DAYNUM.
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND MOVEMENT-COMPANY-CODE = SESSION-COMPANY-CODE
           PERFORM RECORD-LAST-MOVE
       END-IF.

           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND PRODUCT-COMPANY-CODE = SESSION-COMPANY-CODE
           PERFORM DETERMINE-FINAL-LAST-DATE
           PERFORM EVALUATE-PRODUCT-AGE
       END-IF.
       COMPUTE-CONV-DAYNUM.
       COMPUTE CONV-DAYNUM = (CONV-YEAR * 360) + (CONV-MONTH * 30)
           + CONV-DAY.

       ASK-AGING-THRESHOLD-DAYS.
       MOVE "THRESHOLD" TO REPORT-PARM-KEY.
       PERFORM GET-REPORT-PARM.
       IF REPORT-PARM-FOUND = "Y"
           MOVE REPORT-PARM-NUMBER TO AGING-THRESHOLD-DAYS
       ELSE
           DISPLAY "Enter the aging threshold in days "
               "(products untouched longer than this are listed): "
           ACCEPT AGING-THRESHOLD-DAYS
       END-IF.

      *A saved report request run unattended answers the options
      *above; run from the menu the operator is asked as before.
       GET-REPORT-PARM.
       CALL "get-report-parm" USING REPORT-PARM-KEY
           REPORT-PARM-FOUND REPORT-PARM-TEXT REPORT-PARM-NUMBER.

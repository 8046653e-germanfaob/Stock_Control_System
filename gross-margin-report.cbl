       FILE-CONTROL.
       COPY "order-lines-physical-file.cbl".
       COPY "physical-file.cbl".
       COPY "order-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "order-lines-logic-file.cbl".
      * Logic file with products fields.
       COPY "logic-file.cbl".
      * Logic file with order header fields.
       COPY "order-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       01  END-OF-FILE PIC 9 VALUE 0.
       01  RECORD-FOUND PIC X.
      * One row per product that has shipped: revenue at the line
       01  CAT-MARGIN PIC S9(11)V99.
       77  ROLLUP-MODE PIC X.
       77  ROLLED-CATEGORY PIC X(20).
      * Options a saved report request can answer in place of the
      * prompts.
       COPY "report-parm.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *"Power Tools" and "Hand Tools" land under "Tools" and the
      *department totals come off the page instead of a calculator.
      *An empty answer (as in the unattended nightly run) means no.
       PERFORM ASK-ROLLUP-MODE.
       IF ROLLUP-MODE = "y"
           MOVE "Y" TO ROLLUP-MODE.
       OPEN I-O ORDER-LINES-FILE.
       OPEN I-O PRODUCTS-FILE.
       OPEN I-O ORDERS-FILE.
       PERFORM READ-ORDER-LINE UNTIL END-OF-FILE = 1.
       CLOSE ORDER-LINES-FILE.
       CLOSE PRODUCTS-FILE.
       CLOSE ORDERS-FILE.
       PERFORM PRINT-MARGIN-REPORT.
       GOBACK.

       END-READ.
       IF END-OF-FILE = 0
           IF LINE-STATUS = "Shipped"
               PERFORM READ-LINE-ORDER
               IF RECORD-FOUND = "S"
                   AND ORDER-COMPANY-CODE = SESSION-COMPANY-CODE
                   PERFORM FOLD-LINE-INTO-MARGIN
               END-IF
           END-IF
       END-IF.

      *The order header says which company made the sale.
       READ-LINE-ORDER.
       MOVE LINE-ORDER-ID TO ORDER-ID.
       MOVE "S" TO RECORD-FOUND.
       READ ORDERS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.

       FOLD-LINE-INTO-MARGIN.
       PERFORM FIND-OR-ADD-MARGIN-ROW.
       IF SEARCH-IDX <= MARGIN-ROW-COUNT
       " Cost: " CAT-COST (CAT-IDX)
       " Margin: " CAT-MARGIN.
       ADD 1 TO CAT-IDX.

       ASK-ROLLUP-MODE.
       MOVE "ROLLUP" TO REPORT-PARM-KEY.
       PERFORM GET-REPORT-PARM.
       IF REPORT-PARM-FOUND = "Y"
           MOVE REPORT-PARM-TEXT TO ROLLUP-MODE
       ELSE
           DISPLAY "Roll categories up into their parents (Y/N)?"
           MOVE SPACE TO ROLLUP-MODE
           ACCEPT ROLLUP-MODE
       END-IF.

      *A saved report request run unattended answers the options
      *above; run from the menu the operator is asked as before.
       GET-REPORT-PARM.
       CALL "get-report-parm" USING REPORT-PARM-KEY
           REPORT-PARM-FOUND REPORT-PARM-TEXT REPORT-PARM-NUMBER.

       FILE-CONTROL.
       COPY "physical-file.cbl".
       COPY "cost-layer-physical-file.cbl".
       COPY "company-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "logic-file.cbl".
      * Logic file with cost layer fields.
       COPY "cost-layer-logic-file.cbl".
      * Logic file with company fields.
       COPY "company-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's stock is
      * valued unless the consolidated view is asked for.
       COPY "session-data.cbl".
       01  END-OF-FILE PIC 9 VALUE 0.
       01  LAYERS-EOF PIC 9.
       01  LINE-VALUE PIC 9(11)V99.
       01  SEARCH-IDX PIC 9(3).
       01  FOUND-CATEGORY PIC X.
       77  ROLLUP-MODE PIC X.
       77  CONSOLIDATE-MODE PIC X.
       01  HOLDING-COUNT PIC 9(2) VALUE 0.
       01  HOLDING-TABLE.
           05  HOLDING-ENTRY OCCURS 20 TIMES.
               10  HOLDING-COMPANY-CODE PIC X(2).
               10  HOLDING-TOTAL        PIC 9(11)V99.
       01  HOLDING-IDX PIC 9(2).
       01  FOUND-HOLDING PIC X.
       77  ROLLED-CATEGORY PIC X(20).
      * Every line printed also goes to the stamped spool file, so
      * this run can be reprinted from the report catalog.
       77  SPOOL-ACTION PIC X.
       77  SPOOL-REPORT-NAME PIC X(12) VALUE "STOCKVAL".
       77  REPORT-LINE-BUFFER PIC X(132).
      * Options a saved report request can answer in place of the
      * prompts.
       COPY "report-parm.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *the department totals come off the page instead of a
      *calculator. An empty answer (as in the unattended nightly
      *run) means no.
       PERFORM ASK-ROLLUP-MODE.
       IF ROLLUP-MODE = "y"
           MOVE "Y" TO ROLLUP-MODE.
      *The consolidated view values the stock of every company in
      *the warehouse together, with a subtotal per company, for the
      *group accounts.
       PERFORM ASK-CONSOLIDATE-MODE.
       IF CONSOLIDATE-MODE = "y"
           MOVE "Y" TO CONSOLIDATE-MODE.
       OPEN I-O PRODUCTS-FILE.
       OPEN I-O COST-LAYERS-FILE.
       PERFORM READ-PRODUCT UNTIL END-OF-FILE = 1.
       END-READ.

       IF END-OF-FILE = 0
           AND (CONSOLIDATE-MODE = "Y"
               OR PRODUCT-COMPANY-CODE = SESSION-COMPANY-CODE)
           IF NOT PRODUCT-IS-INACTIVE
               PERFORM SUM-PRODUCT-COST
               ADD LINE-VALUE TO GRAND-TOTAL
               PERFORM ADD-TO-CATEGORY-TOTAL
               PERFORM ADD-TO-COMPANY-TOTAL
           END-IF
       END-IF.

       ELSE
           ADD 1 TO SEARCH-IDX.

       ADD-TO-COMPANY-TOTAL.
       MOVE "N" TO FOUND-HOLDING.
       MOVE 1 TO HOLDING-IDX.
       PERFORM FIND-COMPANY-ROW
           UNTIL FOUND-HOLDING = "Y" OR HOLDING-IDX > HOLDING-COUNT.
       IF FOUND-HOLDING = "N" AND HOLDING-COUNT < 20
           ADD 1 TO HOLDING-COUNT
           MOVE HOLDING-COUNT TO HOLDING-IDX
           MOVE PRODUCT-COMPANY-CODE
               TO HOLDING-COMPANY-CODE (HOLDING-IDX)
           MOVE 0 TO HOLDING-TOTAL (HOLDING-IDX).
       IF HOLDING-IDX NOT > HOLDING-COUNT
           ADD LINE-VALUE TO HOLDING-TOTAL (HOLDING-IDX).

       FIND-COMPANY-ROW.
       IF HOLDING-COMPANY-CODE (HOLDING-IDX) = PRODUCT-COMPANY-CODE
           MOVE "Y" TO FOUND-HOLDING
       ELSE
           ADD 1 TO HOLDING-IDX.

       PRINT-REPORT.
       MOVE " " TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "--------------------------------------------------"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       IF CONSOLIDATE-MODE = "Y"
           OPEN I-O COMPANIES-FILE
           MOVE 1 TO HOLDING-IDX
           PERFORM PRINT-COMPANY-LINE
               UNTIL HOLDING-IDX > HOLDING-COUNT
           CLOSE COMPANIES-FILE
           MOVE "--------------------------------------------------"
               TO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
       END-IF.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "GRAND TOTAL: " DELIMITED BY SIZE
           GRAND-TOTAL DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       ADD 1 TO SEARCH-IDX.

       PRINT-COMPANY-LINE.
       MOVE HOLDING-COMPANY-CODE (HOLDING-IDX) TO COMPANY-CODE.
       READ COMPANIES-FILE RECORD
           INVALID KEY
               MOVE SPACE TO COMPANY-NAME.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Company: " DELIMITED BY SIZE
           HOLDING-COMPANY-CODE (HOLDING-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           COMPANY-NAME DELIMITED BY SIZE
           " Subtotal: " DELIMITED BY SIZE
           HOLDING-TOTAL (HOLDING-IDX) DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       ADD 1 TO HOLDING-IDX.

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

       ASK-CONSOLIDATE-MODE.
       MOVE "CONSOLIDATE" TO REPORT-PARM-KEY.
       PERFORM GET-REPORT-PARM.
       IF REPORT-PARM-FOUND = "Y"
           MOVE REPORT-PARM-TEXT TO CONSOLIDATE-MODE
       ELSE
           DISPLAY "Consolidate across all companies (Y/N)?"
           MOVE SPACE TO CONSOLIDATE-MODE
           ACCEPT CONSOLIDATE-MODE
       END-IF.

      *A saved report request run unattended answers the options
      *above; run from the menu the operator is asked as before.
       GET-REPORT-PARM.
       CALL "get-report-parm" USING REPORT-PARM-KEY
           REPORT-PARM-FOUND REPORT-PARM-TEXT REPORT-PARM-NUMBER.

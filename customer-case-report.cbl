       IDENTIFICATION DIVISION.
       PROGRAM-ID. customer-case-report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "case-physical-file.cbl".
       COPY "carrier-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with customer case fields.
       COPY "case-logic-file.cbl".
      * Logic file with carrier fields.
       COPY "carrier-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       77  END-OF-FILE PIC 9 VALUE 0.
       77  REPORT-MONTH PIC 9(6).
       77  CASE-MONTH PIC 9(6).
       77  OPENED-COUNT PIC 9(5) VALUE 0.
       77  RESOLVED-COUNT PIC 9(5) VALUE 0.
       77  RESOLVE-DAYS-TOTAL PIC 9(7) VALUE 0.
       77  RESOLVE-DAYS PIC S9(5).
       77  AVG-DAYS PIC 9(5)V9.
       77  AVG-DAYS-EDIT PIC ZZZZ9.9.
       77  CATEGORY-NAME PIC X(15).
       01  CONV-DATE-X PIC X(8).
       01  CONV-DATE-N REDEFINES CONV-DATE-X.
           05  CONV-YEAR  PIC 9(4).
           05  CONV-MONTH PIC 9(2).
           05  CONV-DAY   PIC 9(2).
       01  CONV-DAYNUM PIC 9(7).
       01  OPENED-DAYNUM PIC 9(7).
      * Cases opened in the month and cases resolved in it, by the
      * category of complaint.
       01  CAT-COUNT PIC 9(2) VALUE 0.
       01  CAT-TABLE.
           05  CAT-ENTRY OCCURS 10 TIMES.
               10  CAT-CODE           PIC X(01).
               10  CAT-OPENED         PIC 9(5).
               10  CAT-RESOLVED       PIC 9(5).
               10  CAT-RESOLVE-DAYS   PIC 9(7).
       01  CAT-IDX PIC 9(2).
      * Cases opened in the month by product complained about.
       01  PROD-COUNT PIC 9(3) VALUE 0.
       01  PROD-TABLE.
           05  PROD-ENTRY OCCURS 200 TIMES.
               10  PROD-PRODUCT-ID    PIC X(15).
               10  PROD-OPENED        PIC 9(5).
       01  PROD-IDX PIC 9(3).
      * Cases opened in the month by the carrier that delivered.
       01  CARR-COUNT PIC 9(2) VALUE 0.
       01  CARR-TABLE.
           05  CARR-ENTRY OCCURS 50 TIMES.
               10  CARR-CARRIER-CODE  PIC X(4).
               10  CARR-OPENED        PIC 9(5).
       01  CARR-IDX PIC 9(2).
       01  FOUND-ROW PIC X.
       01  REPORT-LINE-BUFFER PIC X(132).
       77  SPOOL-ACTION PIC X.
       77  SPOOL-REPORT-NAME PIC X(12) VALUE "CASERPT".
      * Options a saved report request can answer in place of the
      * prompts.
       COPY "report-parm.cbl".

       PROCEDURE DIVISION.

      *Customer service's month: how many complaints came in and of
      *what kind, which products and which carriers they were about,
      *and how long on average a case took to put right, counted on
      *the cases resolved in the month from the day each was opened.
       PROGRAM-BEGIN.
       PERFORM ASK-REPORT-MONTH.
       OPEN I-O CASES-FILE.
       OPEN I-O CARRIERS-FILE.
       MOVE 0 TO CASE-ID.
       MOVE 0 TO END-OF-FILE.
       START CASES-FILE KEY IS >= CASE-ID
           INVALID KEY MOVE 1 TO END-OF-FILE.
       PERFORM READ-NEXT-CASE UNTIL END-OF-FILE = 1.
       PERFORM PRINT-CASE-REPORT.
       CLOSE CASES-FILE.
       CLOSE CARRIERS-FILE.
       GOBACK.

       READ-NEXT-CASE.
       READ CASES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND CASE-COMPANY-CODE = SESSION-COMPANY-CODE
           COMPUTE CASE-MONTH = CASE-OPENED-DATE / 100
           IF CASE-MONTH = REPORT-MONTH
               PERFORM TALLY-OPENED-CASE
           END-IF
           COMPUTE CASE-MONTH = CASE-RESOLVED-DATE / 100
           IF CASE-IS-RESOLVED AND CASE-MONTH = REPORT-MONTH
               PERFORM TALLY-RESOLVED-CASE
           END-IF
       END-IF.

       TALLY-OPENED-CASE.
       ADD 1 TO OPENED-COUNT.
       PERFORM FIND-OR-ADD-CATEGORY-ROW.
       IF CAT-IDX <= CAT-COUNT
           ADD 1 TO CAT-OPENED (CAT-IDX)
       END-IF.
       IF CASE-PRODUCT-ID NOT = SPACE
           PERFORM FIND-OR-ADD-PRODUCT-ROW
           IF PROD-IDX <= PROD-COUNT
               ADD 1 TO PROD-OPENED (PROD-IDX)
           END-IF
       END-IF.
       IF CASE-CARRIER-CODE NOT = SPACE
           PERFORM FIND-OR-ADD-CARRIER-ROW
           IF CARR-IDX <= CARR-COUNT
               ADD 1 TO CARR-OPENED (CARR-IDX)
           END-IF
       END-IF.

      *Days to resolve use the same whole-month day arithmetic as
      *the other reports; a case resolved the day it was opened
      *counts as zero days.
       TALLY-RESOLVED-CASE.
       MOVE CASE-OPENED-DATE TO CONV-DATE-X.
       PERFORM COMPUTE-CONV-DAYNUM.
       MOVE CONV-DAYNUM TO OPENED-DAYNUM.
       MOVE CASE-RESOLVED-DATE TO CONV-DATE-X.
       PERFORM COMPUTE-CONV-DAYNUM.
       COMPUTE RESOLVE-DAYS = CONV-DAYNUM - OPENED-DAYNUM.
       IF RESOLVE-DAYS < 0
           MOVE 0 TO RESOLVE-DAYS
       END-IF.
       ADD 1 TO RESOLVED-COUNT.
       ADD RESOLVE-DAYS TO RESOLVE-DAYS-TOTAL.
       PERFORM FIND-OR-ADD-CATEGORY-ROW.
       IF CAT-IDX <= CAT-COUNT
           ADD 1 TO CAT-RESOLVED (CAT-IDX)
           ADD RESOLVE-DAYS TO CAT-RESOLVE-DAYS (CAT-IDX)
       END-IF.

       FIND-OR-ADD-CATEGORY-ROW.
       MOVE "N" TO FOUND-ROW.
       MOVE 1 TO CAT-IDX.
       PERFORM FIND-CATEGORY-ROW
           UNTIL FOUND-ROW = "Y" OR CAT-IDX > CAT-COUNT.
       IF FOUND-ROW = "N" AND CAT-COUNT < 10
           ADD 1 TO CAT-COUNT
           MOVE CAT-COUNT TO CAT-IDX
           MOVE CASE-CATEGORY TO CAT-CODE (CAT-IDX)
           MOVE 0 TO CAT-OPENED (CAT-IDX)
           MOVE 0 TO CAT-RESOLVED (CAT-IDX)
           MOVE 0 TO CAT-RESOLVE-DAYS (CAT-IDX)
       END-IF.

       FIND-CATEGORY-ROW.
       IF CAT-CODE (CAT-IDX) = CASE-CATEGORY
           MOVE "Y" TO FOUND-ROW
       ELSE
           ADD 1 TO CAT-IDX.

       FIND-OR-ADD-PRODUCT-ROW.
       MOVE "N" TO FOUND-ROW.
       MOVE 1 TO PROD-IDX.
       PERFORM FIND-PRODUCT-ROW
           UNTIL FOUND-ROW = "Y" OR PROD-IDX > PROD-COUNT.
       IF FOUND-ROW = "N" AND PROD-COUNT < 200
           ADD 1 TO PROD-COUNT
           MOVE PROD-COUNT TO PROD-IDX
           MOVE CASE-PRODUCT-ID TO PROD-PRODUCT-ID (PROD-IDX)
           MOVE 0 TO PROD-OPENED (PROD-IDX)
       END-IF.

       FIND-PRODUCT-ROW.
       IF PROD-PRODUCT-ID (PROD-IDX) = CASE-PRODUCT-ID
           MOVE "Y" TO FOUND-ROW
       ELSE
           ADD 1 TO PROD-IDX.

       FIND-OR-ADD-CARRIER-ROW.
       MOVE "N" TO FOUND-ROW.
       MOVE 1 TO CARR-IDX.
       PERFORM FIND-CARRIER-ROW
           UNTIL FOUND-ROW = "Y" OR CARR-IDX > CARR-COUNT.
       IF FOUND-ROW = "N" AND CARR-COUNT < 50
           ADD 1 TO CARR-COUNT
           MOVE CARR-COUNT TO CARR-IDX
           MOVE CASE-CARRIER-CODE TO CARR-CARRIER-CODE (CARR-IDX)
           MOVE 0 TO CARR-OPENED (CARR-IDX)
       END-IF.

       FIND-CARRIER-ROW.
       IF CARR-CARRIER-CODE (CARR-IDX) = CASE-CARRIER-CODE
           MOVE "Y" TO FOUND-ROW
       ELSE
           ADD 1 TO CARR-IDX.

       PRINT-CASE-REPORT.
       MOVE "O" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "========== CUSTOMER CASES FOR " DELIMITED BY SIZE
           REPORT-MONTH DELIMITED BY SIZE
           " ==========" DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       IF RESOLVED-COUNT > 0
           COMPUTE AVG-DAYS ROUNDED =
               RESOLVE-DAYS-TOTAL / RESOLVED-COUNT
       ELSE
           MOVE 0 TO AVG-DAYS
       END-IF.
       MOVE AVG-DAYS TO AVG-DAYS-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Cases opened: " DELIMITED BY SIZE
           OPENED-COUNT DELIMITED BY SIZE
           " Resolved: " DELIMITED BY SIZE
           RESOLVED-COUNT DELIMITED BY SIZE
           " Avg days to resolve: " DELIMITED BY SIZE
           AVG-DAYS-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "------------------ BY CATEGORY -----------------"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE 1 TO CAT-IDX.
       PERFORM PRINT-CATEGORY-ROW UNTIL CAT-IDX > CAT-COUNT.
       MOVE "------------------ BY PRODUCT ------------------"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE 1 TO PROD-IDX.
       PERFORM PRINT-PRODUCT-ROW UNTIL PROD-IDX > PROD-COUNT.
       MOVE "------------------ BY CARRIER ------------------"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE 1 TO CARR-IDX.
       PERFORM PRINT-CARRIER-ROW UNTIL CARR-IDX > CARR-COUNT.
       MOVE "================================================"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "C" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

       PRINT-CATEGORY-ROW.
       PERFORM FIND-CATEGORY-NAME.
       IF CAT-RESOLVED (CAT-IDX) > 0
           COMPUTE AVG-DAYS ROUNDED =
               CAT-RESOLVE-DAYS (CAT-IDX) / CAT-RESOLVED (CAT-IDX)
       ELSE
           MOVE 0 TO AVG-DAYS
       END-IF.
       MOVE AVG-DAYS TO AVG-DAYS-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING CATEGORY-NAME DELIMITED BY SIZE
           " Opened: " DELIMITED BY SIZE
           CAT-OPENED (CAT-IDX) DELIMITED BY SIZE
           " Resolved: " DELIMITED BY SIZE
           CAT-RESOLVED (CAT-IDX) DELIMITED BY SIZE
           " Avg days: " DELIMITED BY SIZE
           AVG-DAYS-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       ADD 1 TO CAT-IDX.

       FIND-CATEGORY-NAME.
       IF CAT-CODE (CAT-IDX) = "L"
           MOVE "Late delivery" TO CATEGORY-NAME
       ELSE IF CAT-CODE (CAT-IDX) = "W"
           MOVE "Wrong item" TO CATEGORY-NAME
       ELSE IF CAT-CODE (CAT-IDX) = "D"
           MOVE "Damaged" TO CATEGORY-NAME
       ELSE IF CAT-CODE (CAT-IDX) = "F"
           MOVE "Faulty" TO CATEGORY-NAME
       ELSE IF CAT-CODE (CAT-IDX) = "B"
           MOVE "Billing" TO CATEGORY-NAME
       ELSE
           MOVE "Other" TO CATEGORY-NAME.

       PRINT-PRODUCT-ROW.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING PROD-PRODUCT-ID (PROD-IDX) DELIMITED BY SIZE
           " Cases: " DELIMITED BY SIZE
           PROD-OPENED (PROD-IDX) DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       ADD 1 TO PROD-IDX.

       PRINT-CARRIER-ROW.
       MOVE CARR-CARRIER-CODE (CARR-IDX) TO CARRIER-CODE.
       READ CARRIERS-FILE RECORD
           INVALID KEY
               MOVE "(carrier no longer on file)" TO CARRIER-NAME
       END-READ.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING CARR-CARRIER-CODE (CARR-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CARRIER-NAME DELIMITED BY SIZE
           " Cases: " DELIMITED BY SIZE
           CARR-OPENED (CARR-IDX) DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       ADD 1 TO CARR-IDX.

       COMPUTE-CONV-DAYNUM.
       COMPUTE CONV-DAYNUM = (CONV-YEAR * 360) + (CONV-MONTH * 30)
           + CONV-DAY.

       SHOW-REPORT-LINE.
       DISPLAY REPORT-LINE-BUFFER.
       MOVE "L" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

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

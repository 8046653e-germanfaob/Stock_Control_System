       IDENTIFICATION DIVISION.
       PROGRAM-ID. customer-site-stock-report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "site-stock-physical-file.cbl".
       COPY "customer-site-physical-file.cbl".
       COPY "customer-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with customer site stock fields.
       COPY "site-stock-logic-file.cbl".
      * Logic file with customer consignment site fields.
       COPY "customer-site-logic-file.cbl".
      * Logic file with customer fields.
       COPY "customer-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       77  END-OF-FILE PIC 9 VALUE 0.
       77  RUN-DATE PIC 9(8).
      * Count due dates are worked in the 360-day year the aging
      * reports use.
       01  CONV-DATE-FIELDS.
           05  CONV-YEAR  PIC 9(4).
           05  CONV-MONTH PIC 9(2).
           05  CONV-DAY   PIC 9(2).
       01  CONV-DATE-NUMERIC REDEFINES CONV-DATE-FIELDS PIC 9(8).
       01  CONV-DAYNUM PIC 9(7).
       01  RUN-DAYNUM PIC 9(7).
       77  CURRENT-CUSTOMER-ID PIC 9(6) VALUE 0.
       77  SHOW-CUSTOMER-NAME PIC X(30).
       77  SHOW-LOCATION-ID PIC X(6).
       77  COUNT-DUE-TEXT PIC X(20).
       77  LINE-VALUE PIC 9(9)V99.
       77  SITE-UNITS PIC 9(7).
       77  SITE-VALUE PIC 9(11)V99.
       77  TOTAL-UNITS PIC 9(9) VALUE 0.
       77  TOTAL-VALUE PIC 9(11)V99 VALUE 0.
       77  SITES-LISTED PIC 9(5) VALUE 0.
       77  QTY-EDIT PIC Z(6)9.
       77  COST-EDIT PIC Z(5)9.99.
       77  VALUE-EDIT PIC Z(10)9.99.
       77  UNITS-EDIT PIC Z(8)9.
       01  REPORT-LINE-BUFFER PIC X(132).
       77  SPOOL-ACTION PIC X.
       77  SPOOL-REPORT-NAME PIC X(12) VALUE "SITESTOCK".

       PROCEDURE DIVISION.

      *Our stock sitting in customers' consignment cages is still on
      *our books. This lists it site by site at the cost it was sent
      *at, with each site's total, and flags the sites whose count
      *is due so the reps can book the visit.
       PROGRAM-BEGIN.
       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       MOVE RUN-DATE TO CONV-DATE-NUMERIC.
       PERFORM COMPUTE-CONV-DAYNUM.
       MOVE CONV-DAYNUM TO RUN-DAYNUM.
       OPEN I-O SITE-STOCK-FILE.
       OPEN I-O CUSTOMER-SITES-FILE.
       OPEN I-O CUSTOMERS-FILE.
       MOVE "O" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "STOCK AT CUSTOMER CONSIGNMENT SITES AT COST - "
           DELIMITED BY SIZE
           RUN-DATE DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "  PRODUCT             QTY  UNIT COST"
           DELIMITED BY SIZE
           "          VALUE LAST FILL LAST USE" DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE 0 TO END-OF-FILE.
       PERFORM LIST-NEXT-SITE-ITEM UNTIL END-OF-FILE = 1.
       IF CURRENT-CUSTOMER-ID NOT = 0
           PERFORM PRINT-SITE-TOTAL
       END-IF.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       IF SITES-LISTED = 0
           MOVE "No stock is held at customer consignment sites."
               TO REPORT-LINE-BUFFER
       ELSE
           MOVE TOTAL-UNITS TO UNITS-EDIT
           MOVE TOTAL-VALUE TO VALUE-EDIT
           STRING "All sites: " DELIMITED BY SIZE
               SITES-LISTED DELIMITED BY SIZE
               "  Units: " DELIMITED BY SIZE
               UNITS-EDIT DELIMITED BY SIZE
               "  Value at cost: " DELIMITED BY SIZE
               VALUE-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
       END-IF.
       PERFORM SHOW-REPORT-LINE.
       MOVE "C" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       CLOSE SITE-STOCK-FILE.
       CLOSE CUSTOMER-SITES-FILE.
       CLOSE CUSTOMERS-FILE.
       GOBACK.

       LIST-NEXT-SITE-ITEM.
       READ SITE-STOCK-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND SSTOCK-COMPANY-CODE = SESSION-COMPANY-CODE
           AND SSTOCK-QTY > 0
           PERFORM PRINT-SITE-ITEM
       END-IF.

       PRINT-SITE-ITEM.
       IF SSTOCK-CUSTOMER-ID NOT = CURRENT-CUSTOMER-ID
           IF CURRENT-CUSTOMER-ID NOT = 0
               PERFORM PRINT-SITE-TOTAL
           END-IF
           PERFORM PRINT-SITE-HEADING
       END-IF.
       COMPUTE LINE-VALUE = SSTOCK-QTY * SSTOCK-UNIT-COST.
       ADD SSTOCK-QTY TO SITE-UNITS.
       ADD LINE-VALUE TO SITE-VALUE.
       MOVE SSTOCK-QTY TO QTY-EDIT.
       MOVE SSTOCK-UNIT-COST TO COST-EDIT.
       MOVE LINE-VALUE TO VALUE-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "  " DELIMITED BY SIZE
           SSTOCK-PRODUCT-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           QTY-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           COST-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VALUE-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SSTOCK-LAST-FILL-DATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SSTOCK-LAST-USAGE-DATE DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.

       PRINT-SITE-HEADING.
       MOVE SSTOCK-CUSTOMER-ID TO CURRENT-CUSTOMER-ID.
       MOVE 0 TO SITE-UNITS.
       MOVE 0 TO SITE-VALUE.
       ADD 1 TO SITES-LISTED.
       MOVE SPACE TO SHOW-CUSTOMER-NAME.
       MOVE CURRENT-CUSTOMER-ID TO CUSTOMER-ID.
       READ CUSTOMERS-FILE RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE CUSTOMER-FULL-NAME TO SHOW-CUSTOMER-NAME
       END-READ.
       MOVE SPACE TO SHOW-LOCATION-ID.
       MOVE SPACE TO COUNT-DUE-TEXT.
       MOVE CURRENT-CUSTOMER-ID TO SITE-CUSTOMER-ID.
       READ CUSTOMER-SITES-FILE RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE SITE-LOCATION-ID TO SHOW-LOCATION-ID
               PERFORM CHECK-COUNT-DUE
       END-READ.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       STRING "Customer " DELIMITED BY SIZE
           CURRENT-CUSTOMER-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SHOW-CUSTOMER-NAME DELIMITED BY SIZE
           " location " DELIMITED BY SIZE
           SHOW-LOCATION-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           COUNT-DUE-TEXT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.

      *A site with a count cycle is due once the cycle has run from
      *its last count; a site never counted is due straight away.
       CHECK-COUNT-DUE.
       IF SITE-COUNT-DAYS > 0
           IF SITE-LAST-COUNT-DATE = 0
               MOVE "COUNT DUE" TO COUNT-DUE-TEXT
           ELSE
               MOVE SITE-LAST-COUNT-DATE TO CONV-DATE-NUMERIC
               PERFORM COMPUTE-CONV-DAYNUM
               IF CONV-DAYNUM + SITE-COUNT-DAYS <= RUN-DAYNUM
                   MOVE "COUNT DUE" TO COUNT-DUE-TEXT
               END-IF
           END-IF
       END-IF.

       PRINT-SITE-TOTAL.
       ADD SITE-UNITS TO TOTAL-UNITS.
       ADD SITE-VALUE TO TOTAL-VALUE.
       MOVE SITE-UNITS TO QTY-EDIT.
       MOVE SITE-VALUE TO VALUE-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "  Site total      " DELIMITED BY SIZE
           QTY-EDIT DELIMITED BY SIZE
           "           " DELIMITED BY SIZE
           VALUE-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.

       COMPUTE-CONV-DAYNUM.
       COMPUTE CONV-DAYNUM = (CONV-YEAR * 360)
           + (CONV-MONTH * 30) + CONV-DAY.

       SHOW-REPORT-LINE.
       DISPLAY REPORT-LINE-BUFFER.
       MOVE "L" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

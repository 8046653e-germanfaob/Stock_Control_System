       IDENTIFICATION DIVISION.
       PROGRAM-ID. asn-due-report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "asn-physical-file.cbl".
       COPY "purchase-order-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with advance ship notice fields.
       COPY "asn-logic-file.cbl".
      * Logic file with purchase order fields.
       COPY "purchase-order-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       77  END-OF-FILE PIC 9 VALUE 0.
       77  RECORD-FOUND PIC X.
       77  RUN-DATE PIC 9(8).
      * Lateness is counted in the 360-day year the aging reports
      * use.
       01  CONV-DATE-FIELDS.
           05  CONV-YEAR  PIC 9(4).
           05  CONV-MONTH PIC 9(2).
           05  CONV-DAY   PIC 9(2).
       01  CONV-DATE-NUMERIC REDEFINES CONV-DATE-FIELDS PIC 9(8).
       01  CONV-DAYNUM PIC 9(7).
       01  RUN-DAYNUM PIC 9(7).
       77  DAYS-LATE PIC 9(5).
       77  ROWS-LISTED PIC 9(5) VALUE 0.
       77  UNITS-LISTED PIC 9(7) VALUE 0.
       77  SHOW-VENDOR PIC X(20).
       77  QTY-EDIT PIC Z(4)9.
       77  DAYS-EDIT PIC Z(4)9.
       01  REPORT-LINE-BUFFER PIC X(132).
       77  SPOOL-ACTION PIC X.
       77  SPOOL-REPORT-NAME PIC X(12) VALUE "ASNDUE".
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "ASN-DUE-REPORT".
       77  LOG-MESSAGE-FIELD PIC X(80).

       PROCEDURE DIVISION.

      *Goods the vendors said would be here by today and that goods
      *in has not yet booked: every staged ship notice line due on or
      *before today, with how many days it is late, so purchasing
      *can chase the carrier before the shelves run dry.
       PROGRAM-BEGIN.
       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       MOVE RUN-DATE TO CONV-DATE-NUMERIC.
       PERFORM COMPUTE-CONV-DAYNUM.
       MOVE CONV-DAYNUM TO RUN-DAYNUM.
       OPEN I-O ASN-LINES-FILE.
       OPEN I-O PURCHASE-ORDERS-FILE.
       MOVE "O" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "SHIP NOTICES DUE AND NOT RECEIVED AT " DELIMITED BY SIZE
           RUN-DATE DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "ASN             PO     LINE VENDOR              "
           DELIMITED BY SIZE
           " PRODUCT           QTY LOT        DUE      LATE"
           DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE 0 TO END-OF-FILE.
       PERFORM LIST-NEXT-ASN-ROW UNTIL END-OF-FILE = 1.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       IF ROWS-LISTED = 0
           MOVE "No ship notices are due and outstanding."
               TO REPORT-LINE-BUFFER
       ELSE
           STRING "Lines outstanding: " DELIMITED BY SIZE
               ROWS-LISTED DELIMITED BY SIZE
               "  Units: " DELIMITED BY SIZE
               UNITS-LISTED DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
       END-IF.
       PERFORM SHOW-REPORT-LINE.
       MOVE "C" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       CLOSE ASN-LINES-FILE.
       CLOSE PURCHASE-ORDERS-FILE.
       GOBACK.

       LIST-NEXT-ASN-ROW.
       READ ASN-LINES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND ASN-COMPANY-CODE = SESSION-COMPANY-CODE
           AND ASN-IS-STAGED
           AND ASN-DUE-DATE <= RUN-DATE
           PERFORM PRINT-ASN-ROW
       END-IF.

       PRINT-ASN-ROW.
       MOVE ASN-DUE-DATE TO CONV-DATE-NUMERIC.
       PERFORM COMPUTE-CONV-DAYNUM.
       MOVE 0 TO DAYS-LATE.
       IF RUN-DAYNUM > CONV-DAYNUM
           COMPUTE DAYS-LATE = RUN-DAYNUM - CONV-DAYNUM
       END-IF.
       MOVE ASN-PO-ID TO PO-ID.
       MOVE SPACE TO SHOW-VENDOR.
       READ PURCHASE-ORDERS-FILE RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PO-VENDOR-NAME TO SHOW-VENDOR
       END-READ.
       MOVE ASN-QTY TO QTY-EDIT.
       MOVE DAYS-LATE TO DAYS-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING ASN-NUMBER DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ASN-PO-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ASN-PO-LINE DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           SHOW-VENDOR DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ASN-PRODUCT-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           QTY-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ASN-LOT-NUMBER DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ASN-DUE-DATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           DAYS-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       ADD 1 TO ROWS-LISTED.
       ADD ASN-QTY TO UNITS-LISTED.

       COMPUTE-CONV-DAYNUM.
       COMPUTE CONV-DAYNUM = (CONV-YEAR * 360)
           + (CONV-MONTH * 30) + CONV-DAY.

       SHOW-REPORT-LINE.
       DISPLAY REPORT-LINE-BUFFER.
       MOVE "L" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

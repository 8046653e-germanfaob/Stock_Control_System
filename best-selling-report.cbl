       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "order-lines-physical-file.cbl".
       COPY "order-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with order line fields.
       COPY "order-lines-logic-file.cbl".
      * Logic file with order header fields.
       COPY "order-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       01  END-OF-FILE PIC 9 VALUE 0.
       01  RECORD-FOUND PIC X.
       01  PRODUCT-COUNT PIC 9(3) VALUE 0.
       01  PRODUCT-TABLE.
           05  PRODUCT-ENTRY OCCURS 200 TIMES.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
       OPEN I-O ORDER-LINES-FILE.
       OPEN I-O ORDERS-FILE.
       PERFORM READ-ORDER-LINE UNTIL END-OF-FILE = 1.
       CLOSE ORDER-LINES-FILE.
       CLOSE ORDERS-FILE.
       MOVE "O" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       END-READ.

       IF END-OF-FILE = 0
           PERFORM READ-LINE-ORDER
           IF RECORD-FOUND = "S"
               AND ORDER-COMPANY-CODE = SESSION-COMPANY-CODE
               PERFORM ADD-TO-PRODUCT-TOTAL
           END-IF
       END-IF.

      *The order header says which company made the sale.
       READ-LINE-ORDER.
       MOVE LINE-ORDER-ID TO ORDER-ID.
       MOVE "S" TO RECORD-FOUND.
       READ ORDERS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.

       ADD-TO-PRODUCT-TOTAL.
       MOVE "N" TO FOUND-PRODUCT.
       MOVE 1 TO SEARCH-IDX.

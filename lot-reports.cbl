       COPY "movement-physical-file.cbl".
       COPY "order-lines-physical-file.cbl".
       COPY "assembly-lot-physical-file.cbl".
       COPY "physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "order-lines-logic-file.cbl".
      * Logic file with assembly lot genealogy fields.
       COPY "assembly-lot-logic-file.cbl".
      * Logic file with products fields.
       COPY "logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       01  OPTION PIC 9.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  RECORD-FOUND PIC X.
       77  EXPIRING-COUNT PIC 9(5).
       77  TRACE-LOT-NUMBER PIC X(10).
       77  TRACE-PRODUCT-ID PIC X(15).
       OPEN I-O LOTS-FILE.
       OPEN I-O MOVEMENTS-FILE.
       OPEN I-O ORDER-LINES-FILE.
       OPEN I-O PRODUCTS-FILE.
       PERFORM LOT-MENU.
       PERFORM PROCESS-OPTION UNTIL OPTION = 0.
       CLOSE LOTS-FILE.
       CLOSE MOVEMENTS-FILE.
       CLOSE ORDER-LINES-FILE.
       CLOSE PRODUCTS-FILE.
       GOBACK.

       LOT-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Lot Control Menu"
       DISPLAY "1. Expiring stock report (within 30 days)"
       END-READ.
       IF END-OF-FILE = 0
           IF LOT-QUANTITY > 0
               PERFORM CHECK-LOT-COMPANY
           END-IF
           IF LOT-QUANTITY > 0
               AND RECORD-FOUND = "S"
               MOVE LOT-EXPIRY-DATE TO CONV-DATE-X
               PERFORM COMPUTE-CONV-DAYNUM
               COMPUTE DAYS-LEFT = CONV-DAYNUM - RUN-DAYNUM
           END-IF
       END-IF.

      *A lot is the logged-in company's when its product is.
       CHECK-LOT-COMPANY.
       MOVE LOT-PRODUCT-ID TO PRODUCT-ID.
       MOVE "S" TO RECORD-FOUND.
       READ PRODUCTS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND PRODUCT-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.

       COMPUTE-CONV-DAYNUM.
       COMPUTE CONV-DAYNUM = (CONV-YEAR * 360) + (CONV-MONTH * 30)
           + CONV-DAY.
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND MOVEMENT-COMPANY-CODE = SESSION-COMPANY-CODE
           IF MOVEMENT-LOT-NUMBER = TRACE-LOT-NUMBER
               ADD 1 TO TRACE-MOVEMENTS
               MOVE MOVEMENT-PRODUCT-ID TO TRACE-PRODUCT-ID

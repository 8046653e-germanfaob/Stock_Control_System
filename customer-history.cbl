       COPY "order-lines-physical-file.cbl".
       COPY "customer-physical-file.cbl".
       COPY "payment-physical-file.cbl".
       COPY "case-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "customer-logic-file.cbl".
      * Logic file with payment fields.
       COPY "payment-logic-file.cbl".
      * Logic file with customer case fields.
       COPY "case-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  LINES-END-OF-FILE PIC 9 VALUE 0.
       OPEN I-O ORDER-LINES-FILE.
       OPEN I-O CUSTOMERS-FILE.
       OPEN I-O PAYMENTS-FILE.
       OPEN I-O CASES-FILE.
       PERFORM SHOW-CUSTOMER-HISTORY
       UNTIL HISTORY-CUSTOMER-ID = 0.
       CLOSE ORDERS-FILE.
       CLOSE ORDER-LINES-FILE.
       CLOSE CUSTOMERS-FILE.
       CLOSE PAYMENTS-FILE.
       CLOSE CASES-FILE.
       GOBACK.

       SHOW-CUSTOMER-HISTORY.
       DISPLAY "Last order date: " LAST-ORDER-DATE.
       PERFORM SHOW-MOST-BOUGHT.
       PERFORM SHOW-CUSTOMER-DEPOSITS.
       PERFORM SHOW-OPEN-CASES.
       DISPLAY "====================================================".

      *Deposits taken before an invoice existed show here, so the
           END-IF
       END-IF.

      *A complaint still being worked shows here too, so whoever
      *takes the customer's next call knows it is open and who owns
      *it.
       SHOW-OPEN-CASES.
       MOVE 0 TO CASE-ID.
       MOVE 0 TO END-OF-FILE.
       START CASES-FILE KEY IS >= CASE-ID
           INVALID KEY MOVE 1 TO END-OF-FILE.
       PERFORM SHOW-NEXT-OPEN-CASE UNTIL END-OF-FILE = 1.

       SHOW-NEXT-OPEN-CASE.
       READ CASES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND CASE-COMPANY-CODE = SESSION-COMPANY-CODE
           IF CASE-CUSTOMER-ID = HISTORY-CUSTOMER-ID
               AND CASE-IS-OPEN
               DISPLAY "Open case " CASE-ID
               " on order " CASE-ORDER-ID
               " opened " CASE-OPENED-DATE
               " owner " CASE-OWNER
               DISPLAY "  " CASE-SUMMARY
           END-IF
       END-IF.

       SHOW-NEXT-HISTORY-ORDER.
       READ ORDERS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND ORDER-COMPANY-CODE = SESSION-COMPANY-CODE
           IF ORDER-CUSTOMER-ID = HISTORY-CUSTOMER-ID
               PERFORM SHOW-ONE-HISTORY-ORDER
           ELSE

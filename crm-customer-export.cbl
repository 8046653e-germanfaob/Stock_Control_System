       IDENTIFICATION DIVISION.
       PROGRAM-ID. crm-customer-export.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "customer-physical-file.cbl".
       COPY "order-physical-file.cbl".
       COPY "invoice-physical-file.cbl".
       COPY "credit-note-physical-file.cbl".
       SELECT CRM-EXPORT-FILE ASSIGN TO CRM-EXPORT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Logic file with customer fields.
       COPY "customer-logic-file.cbl".
      * Logic file with order header fields.
       COPY "order-logic-file.cbl".
      * Logic file with invoice fields.
       COPY "invoice-logic-file.cbl".
      * Logic file with credit note fields.
       COPY "credit-note-logic-file.cbl".

       FD  CRM-EXPORT-FILE.
       01  CRM-EXPORT-LINE PIC X(256).

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown, and each company's export goes to its own file.
       COPY "session-data.cbl".
       77  CRM-EXPORT-FILE-NAME PIC X(30).
       77  END-OF-FILE PIC 9 VALUE 0.
       77  SCAN-END PIC 9 VALUE 0.
       01  RUN-DATE-FIELDS.
           05  RUN-YEAR  PIC 9(4).
           05  RUN-MONTH PIC 9(2).
           05  RUN-DAY   PIC 9(2).
       01  RUN-DATE REDEFINES RUN-DATE-FIELDS PIC 9(8).
       77  YEAR-START-DATE PIC 9(8).
       77  LAST-ORDER-DATE PIC 9(8).
       77  YTD-SALES PIC S9(11)V99.
       77  LOOKUP-CUSTOMER-ID PIC 9(6).
      * Year-to-date sales by customer, gathered from the invoices
      * and credit notes of the year before the customers are
      * written.
       01  YTD-COUNT PIC 9(4) VALUE 0.
       01  YTD-TABLE.
           05  YTD-ENTRY OCCURS 2000 TIMES.
               10  YTD-CUSTOMER-ID PIC 9(6).
               10  YTD-AMOUNT      PIC S9(11)V99.
       01  YTD-IDX PIC 9(4).
       01  YTD-FOUND PIC X.
       77  YTD-ADD-AMOUNT PIC S9(11)V99.
       77  CUSTOMERS-WRITTEN PIC 9(5) VALUE 0.
       77  BALANCE-EDIT PIC Z(8)9.99.
       77  SALES-EDIT PIC -Z(9)9.99.
       77  HOLD-TEXT PIC X(01).
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "CRM-CUSTOMER-EXPORT".
       77  LOG-MESSAGE-FIELD PIC X(80).

       PROCEDURE DIVISION.

      *Each night the CRM is sent what sales cannot see there: the
      *open balance, whether the account is on credit hold, how far
      *dunning has gone, when the customer last ordered and what
      *they have bought this year, net of credit notes. Merged
      *stubs go too, carrying the id of the account they were
      *merged into, so the CRM folds its own duplicate away.
       PROGRAM-BEGIN.
       IF SESSION-IN-TRAINING
           DISPLAY "TRAINING - no CRM export file is written."
           GOBACK
       END-IF.
       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       COMPUTE YEAR-START-DATE = (RUN-YEAR * 10000) + 101.
       MOVE 0 TO YTD-COUNT.
       OPEN I-O INVOICES-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM GATHER-NEXT-INVOICE UNTIL END-OF-FILE = 1.
       CLOSE INVOICES-FILE.
       OPEN I-O CREDIT-NOTES-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM GATHER-NEXT-CREDIT-NOTE UNTIL END-OF-FILE = 1.
       CLOSE CREDIT-NOTES-FILE.
       OPEN I-O CUSTOMERS-FILE.
       OPEN I-O ORDERS-FILE.
       MOVE SPACE TO CRM-EXPORT-FILE-NAME.
       IF SESSION-COMPANY-CODE = SPACE
           MOVE "CRM-EXPORT.CSV" TO CRM-EXPORT-FILE-NAME
       ELSE
           STRING "CRM-EXPORT-" DELIMITED BY SIZE
               SESSION-COMPANY-CODE DELIMITED BY SIZE
               ".CSV" DELIMITED BY SIZE
               INTO CRM-EXPORT-FILE-NAME
       END-IF.
       OPEN OUTPUT CRM-EXPORT-FILE.
       MOVE SPACE TO CRM-EXPORT-LINE.
       STRING "CustomerId,Name,Phone,Email,OpenBalance,CreditHold,"
           DELIMITED BY SIZE
           "DunningLevel,LastOrderDate,YtdSales,MergedInto"
           DELIMITED BY SIZE
           INTO CRM-EXPORT-LINE.
       WRITE CRM-EXPORT-LINE.
       MOVE 0 TO END-OF-FILE.
       PERFORM EXPORT-NEXT-CUSTOMER UNTIL END-OF-FILE = 1.
       CLOSE CUSTOMERS-FILE.
       CLOSE ORDERS-FILE.
       CLOSE CRM-EXPORT-FILE.
       DISPLAY "CRM export complete: " CRM-EXPORT-FILE-NAME
           " written, " CUSTOMERS-WRITTEN " customers.".
       GOBACK.

      *Finance charges are interest, not sales, and a reversed
      *invoice was never a sale at all.
       GATHER-NEXT-INVOICE.
       READ INVOICES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND INVOICE-COMPANY-CODE = SESSION-COMPANY-CODE
           AND INVOICE-DATE >= YEAR-START-DATE
           AND INVOICE-DATE <= RUN-DATE
           AND NOT INVOICE-IS-FINANCE-CHARGE
           AND INVOICE-REVERSED-DATE = 0
           MOVE INVOICE-CUSTOMER-ID TO LOOKUP-CUSTOMER-ID
           MOVE INVOICE-TOTAL TO YTD-ADD-AMOUNT
           PERFORM ADD-TO-YTD-ROW
       END-IF.

       GATHER-NEXT-CREDIT-NOTE.
       READ CREDIT-NOTES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND CREDIT-NOTE-DATE >= YEAR-START-DATE
           AND CREDIT-NOTE-DATE <= RUN-DATE
           MOVE CREDIT-NOTE-CUSTOMER-ID TO LOOKUP-CUSTOMER-ID
           COMPUTE YTD-ADD-AMOUNT = 0 - CREDIT-NOTE-TOTAL
           PERFORM ADD-TO-YTD-ROW
       END-IF.

       ADD-TO-YTD-ROW.
       PERFORM FIND-YTD-ROW.
       IF YTD-FOUND = "N"
           IF YTD-COUNT < 2000
               ADD 1 TO YTD-COUNT
               MOVE YTD-COUNT TO YTD-IDX
               MOVE LOOKUP-CUSTOMER-ID TO YTD-CUSTOMER-ID (YTD-IDX)
               MOVE 0 TO YTD-AMOUNT (YTD-IDX)
               MOVE "Y" TO YTD-FOUND
           ELSE
               MOVE "Year-to-date table full - some sales not sent."
                   TO LOG-MESSAGE-FIELD
               CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
                   LOG-MESSAGE-FIELD
           END-IF
       END-IF.
       IF YTD-FOUND = "Y"
           ADD YTD-ADD-AMOUNT TO YTD-AMOUNT (YTD-IDX)
       END-IF.

       FIND-YTD-ROW.
       MOVE "N" TO YTD-FOUND.
       MOVE 1 TO YTD-IDX.
       PERFORM CHECK-YTD-ROW
           UNTIL YTD-FOUND = "Y" OR YTD-IDX > YTD-COUNT.

       CHECK-YTD-ROW.
       IF YTD-CUSTOMER-ID (YTD-IDX) = LOOKUP-CUSTOMER-ID
           MOVE "Y" TO YTD-FOUND
       ELSE
           ADD 1 TO YTD-IDX.

       EXPORT-NEXT-CUSTOMER.
       READ CUSTOMERS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND CUSTOMER-COMPANY-CODE = SESSION-COMPANY-CODE
           PERFORM FIND-LAST-ORDER-DATE
           MOVE CUSTOMER-ID TO LOOKUP-CUSTOMER-ID
           PERFORM FIND-YTD-ROW
           MOVE 0 TO YTD-SALES
           IF YTD-FOUND = "Y"
               MOVE YTD-AMOUNT (YTD-IDX) TO YTD-SALES
           END-IF
           PERFORM WRITE-CRM-CUSTOMER-LINE
       END-IF.

      *The orders ride their customer index, so only this
      *customer's orders are read. Cancelled orders do not count.
       FIND-LAST-ORDER-DATE.
       MOVE 0 TO LAST-ORDER-DATE.
       MOVE CUSTOMER-ID TO ORDER-CUSTOMER-ID.
       MOVE 0 TO SCAN-END.
       START ORDERS-FILE KEY IS >= ORDER-CUSTOMER-ID
           INVALID KEY MOVE 1 TO SCAN-END.
       PERFORM CHECK-NEXT-CUSTOMER-ORDER UNTIL SCAN-END = 1.

       CHECK-NEXT-CUSTOMER-ORDER.
       READ ORDERS-FILE NEXT RECORD
           AT END MOVE 1 TO SCAN-END
       END-READ.
       IF SCAN-END = 0
           IF ORDER-CUSTOMER-ID NOT = CUSTOMER-ID
               MOVE 1 TO SCAN-END
           ELSE IF ORDER-STATUS NOT = "Cancelled"
               AND ORDER-DATE-NUMERIC > LAST-ORDER-DATE
               MOVE ORDER-DATE-NUMERIC TO LAST-ORDER-DATE
           END-IF
       END-IF.

       WRITE-CRM-CUSTOMER-LINE.
       MOVE CUSTOMER-OPEN-BALANCE TO BALANCE-EDIT.
       MOVE YTD-SALES TO SALES-EDIT.
       MOVE "N" TO HOLD-TEXT.
       IF CUSTOMER-ON-CREDIT-HOLD
           MOVE "Y" TO HOLD-TEXT
       END-IF.
       MOVE SPACE TO CRM-EXPORT-LINE.
       STRING CUSTOMER-ID DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           CUSTOMER-FULL-NAME DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           CUSTOMER-PHONE DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           CUSTOMER-EMAIL DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           BALANCE-EDIT DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           HOLD-TEXT DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           CUSTOMER-DUNNING-LEVEL DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           LAST-ORDER-DATE DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           SALES-EDIT DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           CUSTOMER-MERGED-INTO DELIMITED BY SIZE
           INTO CRM-EXPORT-LINE.
       WRITE CRM-EXPORT-LINE.
       ADD 1 TO CUSTOMERS-WRITTEN.

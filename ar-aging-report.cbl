       FILE-CONTROL.
       COPY "invoice-physical-file.cbl".
       COPY "credit-note-physical-file.cbl".
       COPY "customer-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "invoice-logic-file.cbl".
      * Logic file with credit note fields.
       COPY "credit-note-logic-file.cbl".
      * Logic file with customer fields.
       COPY "customer-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       01  END-OF-FILE PIC 9 VALUE 0.
       01  RUN-DATE PIC 9(8).
       01  CUSTOMER-COUNT PIC 9(3) VALUE 0.
      * One aging row per customer with an open balance, bucketed by
      * how far past its due date each open invoice is.
       01  AGING-TABLE.
           05  AGING-ENTRY OCCURS 100 TIMES.
               10  AGING-CUSTOMER-ID   PIC 9(6).
               10  AGING-60            PIC 9(11)V99.
               10  AGING-90-PLUS       PIC 9(11)V99.
               10  AGING-CREDITS       PIC 9(11)V99.
               10  AGING-CHARGES       PIC 9(11)V99.
       01  SEARCH-IDX PIC 9(3).
       01  FOUND-CUSTOMER PIC X.
       01  RECORD-FOUND PIC X.
       01  INVOICE-AGE-DAYS PIC S9(7).
       01  CONV-DATE-X PIC X(8).
       01  CONV-DATE-N REDEFINES CONV-DATE-X.
           05  CONV-MONTH PIC 9(2).
           05  CONV-DAY   PIC 9(2).
       01  CONV-DAYNUM PIC 9(7).
       01  DUE-DAYNUM PIC 9(7).
       01  RUN-DAYNUM PIC 9(7).
       01  TOTAL-CURRENT PIC 9(11)V99 VALUE 0.
       01  TOTAL-30 PIC 9(11)V99 VALUE 0.
       01  TOTAL-60 PIC 9(11)V99 VALUE 0.
       01  TOTAL-90-PLUS PIC 9(11)V99 VALUE 0.
       01  TOTAL-CREDITS PIC 9(11)V99 VALUE 0.
       01  TOTAL-CHARGES PIC 9(11)V99 VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
       CLOSE INVOICES-FILE.
       MOVE 0 TO END-OF-FILE.
       OPEN I-O CREDIT-NOTES-FILE.
       OPEN I-O CUSTOMERS-FILE.
       PERFORM READ-CREDIT-NOTE UNTIL END-OF-FILE = 1.
       CLOSE CREDIT-NOTES-FILE.
       CLOSE CUSTOMERS-FILE.
       PERFORM PRINT-AGING-REPORT.
       GOBACK.

      *Unapplied credit notes sit on the aging as money we owe the
      *customer back, so the statement of their account is honest.
      *A credit note belongs to the company of the customer it was
      *raised for.
       READ-CREDIT-NOTE.
       READ CREDIT-NOTES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF CREDIT-NOTE-IS-OPEN AND CREDIT-NOTE-BALANCE > 0
               MOVE CREDIT-NOTE-CUSTOMER-ID TO CUSTOMER-ID
               MOVE "S" TO RECORD-FOUND
               READ CUSTOMERS-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND
               END-READ
           END-IF
           IF CREDIT-NOTE-IS-OPEN AND CREDIT-NOTE-BALANCE > 0
               AND RECORD-FOUND = "S"
               AND CUSTOMER-COMPANY-CODE = SESSION-COMPANY-CODE
               MOVE CREDIT-NOTE-CUSTOMER-ID TO INVOICE-CUSTOMER-ID
               MOVE "(credit on account)" TO INVOICE-CUSTOMER-NAME
               PERFORM FIND-OR-ADD-CUSTOMER-ROW
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND INVOICE-COMPANY-CODE = SESSION-COMPANY-CODE
           IF INVOICE-STATUS = "Open" AND INVOICE-BALANCE > 0
               IF INVOICE-IS-FINANCE-CHARGE
                   PERFORM ADD-FINANCE-CHARGE
               ELSE
                   PERFORM BUCKET-ONE-INVOICE
               END-IF
           END-IF
       END-IF.

      *Unpaid finance charges are shown in a column of their own
      *rather than aged, so the buckets still show what the goods
      *and services owed have run to.
       ADD-FINANCE-CHARGE.
       PERFORM FIND-OR-ADD-CUSTOMER-ROW.
       IF SEARCH-IDX <= CUSTOMER-COUNT
           ADD INVOICE-BALANCE TO AGING-CHARGES (SEARCH-IDX)
           ADD INVOICE-BALANCE TO TOTAL-CHARGES
       END-IF.

      *Invoices raised before terms were kept carry no due date and
      *are taken as due thirty days after the invoice date.
       BUCKET-ONE-INVOICE.
       PERFORM FIND-OR-ADD-CUSTOMER-ROW.
       IF SEARCH-IDX <= CUSTOMER-COUNT
           IF INVOICE-DUE-DATE > 0
               MOVE INVOICE-DUE-DATE TO CONV-DATE-X
               PERFORM COMPUTE-CONV-DAYNUM
               MOVE CONV-DAYNUM TO DUE-DAYNUM
           ELSE
               MOVE INVOICE-DATE TO CONV-DATE-X
               PERFORM COMPUTE-CONV-DAYNUM
               COMPUTE DUE-DAYNUM = CONV-DAYNUM + 30
           END-IF
           COMPUTE INVOICE-AGE-DAYS = RUN-DAYNUM - DUE-DAYNUM
           IF INVOICE-AGE-DAYS <= 0
               ADD INVOICE-BALANCE TO AGING-CURRENT (SEARCH-IDX)
               ADD INVOICE-BALANCE TO TOTAL-CURRENT
           ELSE IF INVOICE-AGE-DAYS <= 30
               ADD INVOICE-BALANCE TO AGING-30 (SEARCH-IDX)
               ADD INVOICE-BALANCE TO TOTAL-30
           ELSE IF INVOICE-AGE-DAYS <= 60
               ADD INVOICE-BALANCE TO AGING-60 (SEARCH-IDX)
               ADD INVOICE-BALANCE TO TOTAL-60
           ELSE
           MOVE 0 TO AGING-60 (SEARCH-IDX)
           MOVE 0 TO AGING-90-PLUS (SEARCH-IDX)
           MOVE 0 TO AGING-CREDITS (SEARCH-IDX)
           MOVE 0 TO AGING-CHARGES (SEARCH-IDX)
       END-IF.

       FIND-CUSTOMER-ROW.
       PRINT-AGING-REPORT.
       DISPLAY " ".
       DISPLAY "========== ACCOUNTS RECEIVABLE AGING ==========".
       DISPLAY "As at: " RUN-DATE "  (days past due date)".
       MOVE 1 TO SEARCH-IDX.
       PERFORM PRINT-AGING-LINE
           UNTIL SEARCH-IDX > CUSTOMER-COUNT.
       DISPLAY "-----------------------------------------------".
       DISPLAY "TOTAL Not due: " TOTAL-CURRENT.
       DISPLAY "TOTAL 1-30:    " TOTAL-30.
       DISPLAY "TOTAL 31-60:   " TOTAL-60.
       DISPLAY "TOTAL 60+:     " TOTAL-90-PLUS.
       DISPLAY "TOTAL Fin chg: " TOTAL-CHARGES.
       DISPLAY "TOTAL Credits: " TOTAL-CREDITS " CR".
       DISPLAY "===============================================".

       PRINT-AGING-LINE.
       DISPLAY "Customer: " AGING-CUSTOMER-ID (SEARCH-IDX)
       " " AGING-CUSTOMER-NAME (SEARCH-IDX).
       DISPLAY "  Not due: " AGING-CURRENT (SEARCH-IDX)
       " 1-30: " AGING-30 (SEARCH-IDX)
       " 31-60: " AGING-60 (SEARCH-IDX)
       " 60+: " AGING-90-PLUS (SEARCH-IDX)
       " Fin chg: " AGING-CHARGES (SEARCH-IDX)
       " Credits: " AGING-CREDITS (SEARCH-IDX) " CR".
       ADD 1 TO SEARCH-IDX.

       COPY "customer-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       77  END-OF-FILE PIC 9 VALUE 0.
       77  RECORD-FOUND PIC X.
       77  RUN-DATE PIC 9(8).
       01  CUSTOMER-COUNT PIC 9(3) VALUE 0.
      * One row per customer with overdue invoices: the most days
      * any invoice is past its due date decides which reminder
      * level they get.
       01  DUN-TABLE.
           05  DUN-ENTRY OCCURS 100 TIMES.
               10  DUN-CUSTOMER-ID   PIC 9(6).
           05  CONV-DAY   PIC 9(2).
       01  CONV-DAYNUM PIC 9(7).
       01  RUN-DAYNUM PIC 9(7).
       01  DUE-DAYNUM PIC 9(7).
       77  LETTERS-PRINTED PIC 9(5) VALUE 0.
       77  HOLDS-SET PIC 9(5) VALUE 0.
       77  AMOUNT-EDIT PIC Z(8)9.99.
       01  REPORT-LINE-BUFFER PIC X(132).
       77  SPOOL-ACTION PIC X.
       77  SPOOL-REPORT-NAME PIC X(12) VALUE "DUNNING".
       77  MAIL-DOC-TYPE PIC X(10) VALUE "DUNNING".
       77  MAIL-SUBJECT-FIELD PIC X(60).
       77  MAIL-ATTACHMENT-FIELD PIC X(40).
       77  MAIL-QUEUE-RESULT PIC X.
       77  LETTERS-EMAILED PIC 9(5) VALUE 0.
       77  LETTERS-FOR-PRINT PIC 9(5) VALUE 0.
       77  CREDIT-EVENT-TYPE-FIELD PIC X(01).
       77  CREDIT-EVENT-LEVEL-FIELD PIC 9(1).
       77  CREDIT-EVENT-AMOUNT-FIELD PIC 9(9)V99.
       77  CREDIT-EVENT-REF-FIELD PIC X(20).
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "DUNNING-LETTER-RUN".
       77  LOG-MESSAGE-FIELD PIC X(80).
       PROCEDURE DIVISION.

      *Chasing overdue money stops being memory work: every open
      *invoice is aged from its due date, each customer gets the
      *reminder their oldest debt has earned - past due, over 30 or
      *over 60 days past due - and at the final level
      *the account goes on credit hold until a payment clears it.
       PROGRAM-BEGIN.
       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       CLOSE CUSTOMERS-FILE.
       DISPLAY "Dunning run complete. Letters: " LETTERS-PRINTED
       " Credit holds set: " HOLDS-SET.
       DISPLAY "Queued for email: " LETTERS-EMAILED
       " Print only: " LETTERS-FOR-PRINT.
       GOBACK.

       READ-INVOICE.
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND INVOICE-COMPANY-CODE = SESSION-COMPANY-CODE
           IF INVOICE-STATUS = "Open" AND INVOICE-BALANCE > 0
               PERFORM FIND-DAYS-PAST-DUE
               IF INVOICE-AGE-DAYS > 0
                   PERFORM BUCKET-OVERDUE-INVOICE
               END-IF
           END-IF
       END-IF.

      *Invoices raised before terms were kept carry no due date and
      *are taken as due thirty days after the invoice date.
       FIND-DAYS-PAST-DUE.
       IF INVOICE-DUE-DATE > 0
           MOVE INVOICE-DUE-DATE TO CONV-DATE-X
           PERFORM COMPUTE-CONV-DAYNUM
           MOVE CONV-DAYNUM TO DUE-DAYNUM
       ELSE
           MOVE INVOICE-DATE TO CONV-DATE-X
           PERFORM COMPUTE-CONV-DAYNUM
           COMPUTE DUE-DAYNUM = CONV-DAYNUM + 30
       END-IF.
       COMPUTE INVOICE-AGE-DAYS = RUN-DAYNUM - DUE-DAYNUM.

       BUCKET-OVERDUE-INVOICE.
       PERFORM FIND-OR-ADD-CUSTOMER-ROW.
       IF SEARCH-IDX <= CUSTOMER-COUNT
           + CONV-DAY.

       PROCESS-ONE-CUSTOMER.
       IF DUN-OLDEST-DAYS (SEARCH-IDX) > 60
           MOVE 3 TO DUN-LEVEL (SEARCH-IDX)
       ELSE IF DUN-OLDEST-DAYS (SEARCH-IDX) > 30
           MOVE 2 TO DUN-LEVEL (SEARCH-IDX)
       ELSE
           MOVE 1 TO DUN-LEVEL (SEARCH-IDX)
       END-IF.
       PERFORM PRINT-DUNNING-LETTER.
       PERFORM LOG-DUNNING-EVENT.
       IF DUN-LEVEL (SEARCH-IDX) = 3
           PERFORM SET-CREDIT-HOLD
       ELSE
           AMOUNT-EDIT DELIMITED BY SIZE
           " Oldest item: " DELIMITED BY SIZE
           DUN-OLDEST-DAYS (SEARCH-IDX) DELIMITED BY SIZE
           " days past due" DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       IF DUN-LEVEL (SEARCH-IDX) = 1
           MOVE "SECOND REMINDER: the amount above remains unpaid "
               TO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
           MOVE "more than thirty days after its due date. Please "
               TO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
           MOVE "settle it without delay."
               TO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
       ELSE
           MOVE "FINAL NOTICE: the amount above is more than sixty "
               TO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
           MOVE "days past due. Your account is now on credit hold "
               TO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
           MOVE "and no further orders can be taken until payment "
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       ADD 1 TO LETTERS-PRINTED.
       PERFORM QUEUE-DUNNING-EMAIL.

      *Each letter is its own spool file; it is queued to the
      *customer's email address, or dropped to the print-only list
      *when there is none or the account wants paper.
       QUEUE-DUNNING-EMAIL.
       MOVE "N" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       MOVE REPORT-LINE-BUFFER TO MAIL-ATTACHMENT-FIELD.
       MOVE SPACE TO MAIL-SUBJECT-FIELD.
       IF DUN-LEVEL (SEARCH-IDX) = 3
           MOVE "Stock Control Supplies - final notice"
               TO MAIL-SUBJECT-FIELD
       ELSE
           MOVE "Stock Control Supplies - payment reminder"
               TO MAIL-SUBJECT-FIELD
       END-IF.
       MOVE DUN-CUSTOMER-ID (SEARCH-IDX) TO CUSTOMER-ID.
       MOVE "S" TO RECORD-FOUND.
       READ CUSTOMERS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           MOVE SPACE TO CUSTOMER-EMAIL
           MOVE "Y" TO CUSTOMER-PAPER-FLAG
       END-IF.
       CALL "queue-customer-document" USING CUSTOMER-ID
           CUSTOMER-EMAIL CUSTOMER-PAPER-FLAG MAIL-DOC-TYPE
           MAIL-SUBJECT-FIELD MAIL-ATTACHMENT-FIELD MAIL-QUEUE-RESULT.
       IF MAIL-QUEUE-RESULT = "E"
           ADD 1 TO LETTERS-EMAILED
       ELSE
           ADD 1 TO LETTERS-FOR-PRINT
       END-IF.

      *Level three stops the account at order entry; the hold clears
      *itself the moment a payment is applied.
               END-REWRITE
               ADD 1 TO HOLDS-SET
               PERFORM LOG-HOLD-AUDIT
               PERFORM LOG-HOLD-EVENT
               MOVE "Customer placed on credit hold by dunning run."
                   TO LOG-MESSAGE-FIELD
               CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
           END-REWRITE
       END-IF.

      *Each letter and each hold goes into the customer's credit
      *history for the periodic credit review.
       LOG-DUNNING-EVENT.
       MOVE "D" TO CREDIT-EVENT-TYPE-FIELD.
       MOVE DUN-LEVEL (SEARCH-IDX) TO CREDIT-EVENT-LEVEL-FIELD.
       MOVE DUN-OVERDUE-TOTAL (SEARCH-IDX)
           TO CREDIT-EVENT-AMOUNT-FIELD.
       MOVE "DUNNING LETTER" TO CREDIT-EVENT-REF-FIELD.
       CALL "log-credit-event" USING DUN-CUSTOMER-ID (SEARCH-IDX)
           CREDIT-EVENT-TYPE-FIELD CREDIT-EVENT-LEVEL-FIELD
           CREDIT-EVENT-AMOUNT-FIELD CREDIT-EVENT-REF-FIELD.

       LOG-HOLD-EVENT.
       MOVE "H" TO CREDIT-EVENT-TYPE-FIELD.
       MOVE 3 TO CREDIT-EVENT-LEVEL-FIELD.
       MOVE CUSTOMER-OPEN-BALANCE TO CREDIT-EVENT-AMOUNT-FIELD.
       MOVE "DUNNING FINAL NOTICE" TO CREDIT-EVENT-REF-FIELD.
       CALL "log-credit-event" USING CUSTOMER-ID
           CREDIT-EVENT-TYPE-FIELD CREDIT-EVENT-LEVEL-FIELD
           CREDIT-EVENT-AMOUNT-FIELD CREDIT-EVENT-REF-FIELD.

       LOG-HOLD-AUDIT.
       MOVE CUSTOMER-ID TO AUDIT-CUSTOMER-ID.
       MOVE "HOLD=N" TO AUDIT-BEFORE.

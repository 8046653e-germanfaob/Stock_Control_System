       IDENTIFICATION DIVISION.
       PROGRAM-ID. bank-reconciliation.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "bank-statement-physical-file.cbl".
       COPY "payment-physical-file.cbl".
       COPY "vendor-payment-physical-file.cbl".
       COPY "customer-physical-file.cbl".
       COPY "vendor-physical-file.cbl".
       SELECT STATEMENT-FILE ASSIGN TO "BANKSTMT.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Logic file with bank statement fields.
       COPY "bank-statement-logic-file.cbl".
      * Logic file with payment fields.
       COPY "payment-logic-file.cbl".
      * Logic file with vendor payment fields.
       COPY "vendor-payment-logic-file.cbl".
      * Logic file with customer fields.
       COPY "customer-logic-file.cbl".
      * Logic file with vendor fields.
       COPY "vendor-logic-file.cbl".

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's statement
      * lines and book entries are worked. A receipt belongs to its
      * customer's company and a vendor payment to its vendor's.
       COPY "session-data.cbl".
       01  OPTION PIC 9.
       01  EXCEPTION-OPTION PIC 9.
      * One line of the bank's daily statement is unstrung into
      * these fields before it is filed, the same way the lockbox
      * import holds a remittance line.
       01  LOAD-TYPE                PIC X(01).
       01  LOAD-DATE                PIC 9(8).
       01  LOAD-AMOUNT-ENTRY        PIC 9(9).99.
       01  LOAD-AMOUNT              PIC S9(9)V99.
       01  LOAD-REFERENCE           PIC X(20).
       01  LOAD-DESCRIPTION         PIC X(30).

       77  END-OF-FILE PIC 9 VALUE 0.
       77  SCAN-END PIC 9 VALUE 0.
       77  PAYMENT-END PIC 9 VALUE 0.
       77  RECORD-FOUND PIC X.
       77  ENTRY-IS-OURS PIC X.
       77  DUPLICATE-FOUND PIC X.
       77  NEXT-SEQ PIC 9(4).
       77  LINES-READ PIC 9(5) VALUE 0.
       77  LINES-FILED PIC 9(5) VALUE 0.
       77  DUPLICATE-COUNT PIC 9(5) VALUE 0.
       77  REJECTED-COUNT PIC 9(5) VALUE 0.
       77  MATCHED-COUNT PIC 9(5) VALUE 0.
       77  UNMATCHED-COUNT PIC 9(5) VALUE 0.
       77  ITEM-COUNT PIC 9(5) VALUE 0.
      * A bank line and a book entry of the same amount are taken
      * as the same money when their dates are this close.
       77  MATCH-WINDOW-DAYS PIC 9(3) VALUE 5.
       77  BANK-DAYNUM PIC 9(7).
       77  DAY-GAP PIC 9(7).
       77  BEST-GAP PIC 9(7).
       77  BEST-ID PIC 9(6).
       77  BEST-BY-REFERENCE PIC X.
       77  CANDIDATE-ID PIC 9(6).
       77  REF-ID-X PIC X(6).
       77  REF-HITS PIC 9(3).
       77  PICK-IDX PIC 9(3).
       77  BATCH-DATE PIC 9(8).
       77  HAND-ITEM-ID PIC 9(6).
      * Uncleared lockbox payments summed by remittance date: the
      * bank credits a lockbox day as one deposit.
       01  LB-COUNT PIC 9(3) VALUE 0.
       01  LB-TABLE.
           05  LB-ENTRY OCCURS 500 TIMES.
               10  LB-DATE         PIC 9(8).
               10  LB-TOTAL        PIC 9(11)V99.
               10  LB-USED         PIC X.
       01  LB-IDX PIC 9(3).
       01  LB-FOUND PIC X.
      * Uncleared vendor payments summed by run date: a check run
      * can leave the bank as one debit.
       01  VR-COUNT PIC 9(3) VALUE 0.
       01  VR-TABLE.
           05  VR-ENTRY OCCURS 500 TIMES.
               10  VR-DATE         PIC 9(8).
               10  VR-TOTAL        PIC 9(11)V99.
               10  VR-USED         PIC X.
       01  VR-IDX PIC 9(3).
       01  VR-FOUND PIC X.
       01  CONV-DATE-X PIC X(8).
       01  CONV-DATE-N REDEFINES CONV-DATE-X.
           05  CONV-YEAR  PIC 9(4).
           05  CONV-MONTH PIC 9(2).
           05  CONV-DAY   PIC 9(2).
       01  CONV-DAYNUM PIC 9(7).
      * Reconciliation statement figures.
       77  PERIOD-FROM-DATE PIC 9(8).
       77  PERIOD-TO-DATE PIC 9(8).
       77  OPENING-ENTRY PIC 9(9).99.
       77  OVERDRAWN-ANSWER PIC X.
       77  OPENING-BOOK-BALANCE PIC S9(11)V99.
       77  PERIOD-RECEIPTS PIC 9(11)V99.
       77  PERIOD-PAYMENTS PIC 9(11)V99.
       77  BOOK-BALANCE PIC S9(11)V99.
       77  OUTSTANDING-IN PIC 9(11)V99.
       77  OUTSTANDING-OUT PIC 9(11)V99.
       77  BANK-ONLY-IN PIC 9(11)V99.
       77  BANK-ONLY-OUT PIC 9(11)V99.
       77  ADJUSTED-BALANCE PIC S9(11)V99.
       77  STATEMENT-BALANCE PIC S9(11)V99.
       77  STATEMENT-BALANCE-DATE PIC 9(8).
       77  BALANCE-DIFFERENCE PIC S9(11)V99.
       77  AMOUNT-EDIT PIC -Z(9)9.99.
       77  SEQ-EDIT PIC Z(3)9.
       77  STATUS-TEXT PIC X(10).
       77  AUDIT-BEFORE PIC X(40).
       77  AUDIT-AFTER PIC X(40).
       77  AUDIT-RECORD-ID PIC X(15).
       01  REPORT-LINE-BUFFER PIC X(132).
       77  SPOOL-ACTION PIC X.
       77  SPOOL-REPORT-NAME PIC X(12) VALUE "BANKRECON".
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "BANK-RECONCILIATION".
       77  LOG-MESSAGE-FIELD PIC X(80).

       PROCEDURE DIVISION.

      *The bank's daily statement is filed line by line and matched
      *against what the books say went in and out: customer
      *payments one by one, lockbox days as one deposit, vendor
      *payments one by one or a whole check run as one debit. What
      *will not match on amount, date and reference waits on the
      *exception list to be matched by hand or marked as bank-only,
      *and the reconciliation statement walks the book balance to
      *the bank balance for the period.
       PROGRAM-BEGIN.
       OPEN I-O BANK-STATEMENT-FILE.
       OPEN I-O PAYMENTS-FILE.
       OPEN I-O VENDOR-PAYMENTS-FILE.
       OPEN I-O CUSTOMERS-FILE.
       OPEN I-O VENDORS-FILE.
       PERFORM RECON-MENU.
       PERFORM PROCESS-OPTION UNTIL OPTION = 0.
       CLOSE BANK-STATEMENT-FILE.
       CLOSE PAYMENTS-FILE.
       CLOSE VENDOR-PAYMENTS-FILE.
       CLOSE CUSTOMERS-FILE.
       CLOSE VENDORS-FILE.
       GOBACK.

       RECON-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Bank Reconciliation Menu"
       DISPLAY "1. Import the bank statement file"
       DISPLAY "2. Match statement lines to receipts and payments"
       DISPLAY "3. Work the exception list"
       DISPLAY "4. Print the reconciliation statement"
       DISPLAY "0. Back"
       DISPLAY "Enter your choice (0-4):"
       ACCEPT OPTION.

       PROCESS-OPTION.
       IF OPTION = 1 THEN
           PERFORM IMPORT-STATEMENT
           PERFORM RECON-MENU
       ELSE IF OPTION = 2 THEN
           PERFORM AUTO-MATCH-STATEMENT
           PERFORM RECON-MENU
       ELSE IF OPTION = 3 THEN
           PERFORM WORK-EXCEPTIONS
           PERFORM RECON-MENU
       ELSE IF OPTION = 4 THEN
           PERFORM PRINT-RECONCILIATION
           PERFORM RECON-MENU
       ELSE IF OPTION = 0 THEN
           CONTINUE
       ELSE
           DISPLAY "Invalid option. Please enter a valid choice (0-4):"
           MOVE "Invalid bank reconciliation option entered."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
           PERFORM RECON-MENU.

      *The statement file carries TYPE,DATE,AMOUNT,REFERENCE,
      *DESCRIPTION after a header line. C is money in, D money out,
      *B the closing balance and O a closing overdraft. A line
      *already filed for that day is not filed twice, so a file
      *sent again does no harm.
       IMPORT-STATEMENT.
       MOVE 0 TO LINES-READ.
       MOVE 0 TO LINES-FILED.
       MOVE 0 TO DUPLICATE-COUNT.
       MOVE 0 TO REJECTED-COUNT.
       MOVE 0 TO END-OF-FILE.
       OPEN INPUT STATEMENT-FILE.
       PERFORM SKIP-HEADER-LINE.
       PERFORM IMPORT-NEXT-LINE UNTIL END-OF-FILE = 1.
       CLOSE STATEMENT-FILE.
       DISPLAY " ".
       DISPLAY "Statement import complete. Lines read: " LINES-READ.
       DISPLAY "Lines filed:      " LINES-FILED.
       DISPLAY "Already on file:  " DUPLICATE-COUNT.
       DISPLAY "Rejected:         " REJECTED-COUNT.

       SKIP-HEADER-LINE.
       READ STATEMENT-FILE
           AT END MOVE 1 TO END-OF-FILE.

       IMPORT-NEXT-LINE.
       READ STATEMENT-FILE
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           ADD 1 TO LINES-READ
           PERFORM PARSE-STATEMENT-LINE
           PERFORM STORE-STATEMENT-LINE
       END-IF.

       PARSE-STATEMENT-LINE.
       MOVE SPACE TO LOAD-TYPE.
       MOVE SPACE TO LOAD-REFERENCE.
       MOVE SPACE TO LOAD-DESCRIPTION.
       UNSTRING STATEMENT-LINE DELIMITED BY ","
           INTO LOAD-TYPE LOAD-DATE LOAD-AMOUNT-ENTRY
           LOAD-REFERENCE LOAD-DESCRIPTION.
       MOVE LOAD-AMOUNT-ENTRY TO LOAD-AMOUNT.
       IF LOAD-TYPE = "O"
           COMPUTE LOAD-AMOUNT = 0 - LOAD-AMOUNT
           MOVE "B" TO LOAD-TYPE
       END-IF.

       STORE-STATEMENT-LINE.
       IF LOAD-TYPE NOT = "C" AND LOAD-TYPE NOT = "D"
           AND LOAD-TYPE NOT = "B"
           ADD 1 TO REJECTED-COUNT
           DISPLAY "Rejected statement line " LINES-READ
           " type " LOAD-TYPE
           MOVE "Bank statement line of unknown type."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
       ELSE
           PERFORM FIND-NEXT-SEQ
           IF DUPLICATE-FOUND = "Y"
               ADD 1 TO DUPLICATE-COUNT
           ELSE
               PERFORM WRITE-STATEMENT-LINE
           END-IF
       END-IF.

       FIND-NEXT-SEQ.
       MOVE 0 TO NEXT-SEQ.
       MOVE "N" TO DUPLICATE-FOUND.
       MOVE LOAD-DATE TO BANK-LINE-DATE.
       MOVE 0 TO BANK-LINE-SEQ.
       MOVE 0 TO SCAN-END.
       START BANK-STATEMENT-FILE KEY IS >= BANK-LINE-KEY
           INVALID KEY MOVE 1 TO SCAN-END
       END-START.
       PERFORM CHECK-NEXT-SAME-DAY UNTIL SCAN-END = 1.
       ADD 1 TO NEXT-SEQ.

       CHECK-NEXT-SAME-DAY.
       READ BANK-STATEMENT-FILE NEXT RECORD
           AT END MOVE 1 TO SCAN-END
       END-READ.
       IF SCAN-END = 0
           IF BANK-LINE-DATE NOT = LOAD-DATE
               MOVE 1 TO SCAN-END
           ELSE
               MOVE BANK-LINE-SEQ TO NEXT-SEQ
               IF BANK-LINE-TYPE = LOAD-TYPE
                   AND BANK-LINE-COMPANY-CODE = SESSION-COMPANY-CODE
                   AND BANK-LINE-AMOUNT = LOAD-AMOUNT
                   AND BANK-LINE-REFERENCE = LOAD-REFERENCE
                   MOVE "Y" TO DUPLICATE-FOUND
               END-IF
           END-IF
       END-IF.

       WRITE-STATEMENT-LINE.
       MOVE SPACE TO BANK-LINE-REGISTRATION.
       MOVE LOAD-DATE TO BANK-LINE-DATE.
       MOVE NEXT-SEQ TO BANK-LINE-SEQ.
       MOVE LOAD-TYPE TO BANK-LINE-TYPE.
       MOVE LOAD-AMOUNT TO BANK-LINE-AMOUNT.
       MOVE LOAD-REFERENCE TO BANK-LINE-REFERENCE.
       MOVE LOAD-DESCRIPTION TO BANK-LINE-DESCRIPTION.
       IF BANK-LINE-BALANCE
           MOVE SPACE TO BANK-LINE-STATUS
       ELSE
           SET BANK-LINE-UNMATCHED TO TRUE
       END-IF.
       MOVE 0 TO BANK-LINE-MATCH-ID.
       MOVE SESSION-COMPANY-CODE TO BANK-LINE-COMPANY-CODE.
       WRITE BANK-LINE-REGISTRATION
           INVALID KEY
               DISPLAY "Error writing bank statement line."
           NOT INVALID KEY
               ADD 1 TO LINES-FILED
       END-WRITE.

      *Every unmatched money line on the statement is tried against
      *the books. A credit looks first for one keyed or counter
      *payment of the same amount, then for a lockbox day totalling
      *it; a debit looks for one vendor payment, then a whole run.
      *A reference naming the book entry's id wins over a nearer
      *date. Whatever matches is stamped cleared with the bank date.
       AUTO-MATCH-STATEMENT.
       MOVE 0 TO MATCHED-COUNT.
       MOVE 0 TO UNMATCHED-COUNT.
       PERFORM BUILD-BATCH-TABLES.
       MOVE 0 TO BANK-LINE-DATE.
       MOVE 0 TO BANK-LINE-SEQ.
       MOVE 0 TO END-OF-FILE.
       START BANK-STATEMENT-FILE KEY IS >= BANK-LINE-KEY
           INVALID KEY MOVE 1 TO END-OF-FILE
       END-START.
       PERFORM MATCH-NEXT-BANK-LINE UNTIL END-OF-FILE = 1.
       DISPLAY " ".
       DISPLAY "Statement lines matched:      " MATCHED-COUNT.
       DISPLAY "Left on the exception list:   " UNMATCHED-COUNT.

       BUILD-BATCH-TABLES.
       MOVE 0 TO LB-COUNT.
       MOVE 0 TO VR-COUNT.
       MOVE 0 TO PAYMENT-ID.
       MOVE 0 TO PAYMENT-END.
       START PAYMENTS-FILE KEY IS >= PAYMENT-ID
           INVALID KEY MOVE 1 TO PAYMENT-END
       END-START.
       PERFORM GATHER-NEXT-LOCKBOX-PAYMENT UNTIL PAYMENT-END = 1.
       MOVE 0 TO VENDOR-PAYMENT-ID.
       MOVE 0 TO PAYMENT-END.
       START VENDOR-PAYMENTS-FILE KEY IS >= VENDOR-PAYMENT-ID
           INVALID KEY MOVE 1 TO PAYMENT-END
       END-START.
       PERFORM GATHER-NEXT-VENDOR-PAYMENT UNTIL PAYMENT-END = 1.

       GATHER-NEXT-LOCKBOX-PAYMENT.
       READ PAYMENTS-FILE NEXT RECORD
           AT END MOVE 1 TO PAYMENT-END
       END-READ.
       IF PAYMENT-END = 0
           PERFORM CHECK-PAYMENT-COMPANY
       END-IF.
       IF PAYMENT-END = 0 AND ENTRY-IS-OURS = "Y"
           IF PAYMENT-FROM-LOCKBOX AND PAYMENT-CLEARED-DATE = 0
               MOVE PAYMENT-DATE TO BATCH-DATE
               PERFORM FIND-LB-ROW
               IF LB-FOUND = "N"
                   PERFORM ADD-LB-ROW
               END-IF
               IF LB-FOUND = "Y"
                   ADD PAYMENT-AMOUNT TO LB-TOTAL(LB-IDX)
               END-IF
           END-IF
       END-IF.

       FIND-LB-ROW.
       MOVE "N" TO LB-FOUND.
       MOVE 1 TO LB-IDX.
       PERFORM CHECK-LB-ROW
           UNTIL LB-FOUND = "Y" OR LB-IDX > LB-COUNT.

       CHECK-LB-ROW.
       IF LB-DATE(LB-IDX) = BATCH-DATE
           MOVE "Y" TO LB-FOUND
       ELSE
           ADD 1 TO LB-IDX
       END-IF.

       ADD-LB-ROW.
       IF LB-COUNT < 500
           ADD 1 TO LB-COUNT
           MOVE LB-COUNT TO LB-IDX
           MOVE BATCH-DATE TO LB-DATE(LB-IDX)
           MOVE 0 TO LB-TOTAL(LB-IDX)
           MOVE "N" TO LB-USED(LB-IDX)
           MOVE "Y" TO LB-FOUND
       END-IF.

       GATHER-NEXT-VENDOR-PAYMENT.
       READ VENDOR-PAYMENTS-FILE NEXT RECORD
           AT END MOVE 1 TO PAYMENT-END
       END-READ.
       IF PAYMENT-END = 0
           PERFORM CHECK-VENDOR-PAY-COMPANY
       END-IF.
       IF PAYMENT-END = 0 AND ENTRY-IS-OURS = "Y"
           IF VENDOR-PAYMENT-CLEARED-DATE = 0
               AND NOT VENDOR-CHECK-VOIDED
               MOVE VENDOR-PAYMENT-DATE TO BATCH-DATE
               PERFORM FIND-VR-ROW
               IF VR-FOUND = "N"
                   PERFORM ADD-VR-ROW
               END-IF
               IF VR-FOUND = "Y"
                   ADD VENDOR-PAYMENT-NET TO VR-TOTAL(VR-IDX)
               END-IF
           END-IF
       END-IF.

       FIND-VR-ROW.
       MOVE "N" TO VR-FOUND.
       MOVE 1 TO VR-IDX.
       PERFORM CHECK-VR-ROW
           UNTIL VR-FOUND = "Y" OR VR-IDX > VR-COUNT.

       CHECK-VR-ROW.
       IF VR-DATE(VR-IDX) = BATCH-DATE
           MOVE "Y" TO VR-FOUND
       ELSE
           ADD 1 TO VR-IDX
       END-IF.

       ADD-VR-ROW.
       IF VR-COUNT < 500
           ADD 1 TO VR-COUNT
           MOVE VR-COUNT TO VR-IDX
           MOVE BATCH-DATE TO VR-DATE(VR-IDX)
           MOVE 0 TO VR-TOTAL(VR-IDX)
           MOVE "N" TO VR-USED(VR-IDX)
           MOVE "Y" TO VR-FOUND
       END-IF.

       MATCH-NEXT-BANK-LINE.
       READ BANK-STATEMENT-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0 AND BANK-LINE-UNMATCHED
           AND BANK-LINE-COMPANY-CODE = SESSION-COMPANY-CODE
           MOVE BANK-LINE-DATE TO CONV-DATE-X
           PERFORM COMPUTE-CONV-DAYNUM
           MOVE CONV-DAYNUM TO BANK-DAYNUM
           IF BANK-LINE-CREDIT
               PERFORM MATCH-CREDIT-LINE
           ELSE IF BANK-LINE-DEBIT
               PERFORM MATCH-DEBIT-LINE
           END-IF
           IF BANK-LINE-MATCHED
               ADD 1 TO MATCHED-COUNT
               REWRITE BANK-LINE-REGISTRATION
                   INVALID KEY
                       DISPLAY "Error updating bank statement line."
               END-REWRITE
           ELSE
               ADD 1 TO UNMATCHED-COUNT
           END-IF
       END-IF.

       MATCH-CREDIT-LINE.
       PERFORM FIND-SINGLE-RECEIPT.
       IF BEST-ID NOT = 0
           MOVE BEST-ID TO PAYMENT-ID
           PERFORM CLEAR-ONE-RECEIPT
           SET BANK-LINE-MATCHED TO TRUE
           SET MATCHED-TO-PAYMENT TO TRUE
           MOVE BEST-ID TO BANK-LINE-MATCH-ID
       ELSE
           PERFORM FIND-LOCKBOX-BATCH
           IF PICK-IDX NOT = 0
               PERFORM CLEAR-LOCKBOX-BATCH
               SET BANK-LINE-MATCHED TO TRUE
               SET MATCHED-TO-LOCKBOX TO TRUE
               MOVE LB-DATE(PICK-IDX) TO BANK-LINE-MATCH-ID
           END-IF
       END-IF.

      *Lockbox payments are left to the batch match below: the bank
      *never credits them one check at a time.
       FIND-SINGLE-RECEIPT.
       MOVE 0 TO BEST-ID.
       MOVE 9999999 TO BEST-GAP.
       MOVE "N" TO BEST-BY-REFERENCE.
       MOVE 0 TO PAYMENT-ID.
       MOVE 0 TO PAYMENT-END.
       START PAYMENTS-FILE KEY IS >= PAYMENT-ID
           INVALID KEY MOVE 1 TO PAYMENT-END
       END-START.
       PERFORM CHECK-NEXT-RECEIPT UNTIL PAYMENT-END = 1.

       CHECK-NEXT-RECEIPT.
       READ PAYMENTS-FILE NEXT RECORD
           AT END MOVE 1 TO PAYMENT-END
       END-READ.
       IF PAYMENT-END = 0
           PERFORM CHECK-PAYMENT-COMPANY
       END-IF.
       IF PAYMENT-END = 0 AND ENTRY-IS-OURS = "Y"
           IF PAYMENT-CLEARED-DATE = 0
               AND NOT PAYMENT-FROM-LOCKBOX
               AND PAYMENT-AMOUNT = BANK-LINE-AMOUNT
               MOVE PAYMENT-DATE TO CONV-DATE-X
               PERFORM COMPUTE-CONV-DAYNUM
               PERFORM FIND-DAY-GAP
               IF DAY-GAP <= MATCH-WINDOW-DAYS
                   MOVE PAYMENT-ID TO REF-ID-X
                   MOVE PAYMENT-ID TO CANDIDATE-ID
                   PERFORM CHECK-REFERENCE-HIT
                   PERFORM CONSIDER-CANDIDATE
               END-IF
           END-IF
       END-IF.

       FIND-DAY-GAP.
       IF CONV-DAYNUM > BANK-DAYNUM
           COMPUTE DAY-GAP = CONV-DAYNUM - BANK-DAYNUM
       ELSE
           COMPUTE DAY-GAP = BANK-DAYNUM - CONV-DAYNUM
       END-IF.

       CHECK-REFERENCE-HIT.
       MOVE 0 TO REF-HITS.
       IF BANK-LINE-REFERENCE NOT = SPACE
           INSPECT BANK-LINE-REFERENCE TALLYING REF-HITS
               FOR ALL REF-ID-X
       END-IF.

       CONSIDER-CANDIDATE.
       IF REF-HITS > 0
           IF BEST-BY-REFERENCE = "N" OR DAY-GAP < BEST-GAP
               MOVE CANDIDATE-ID TO BEST-ID
               MOVE DAY-GAP TO BEST-GAP
               MOVE "Y" TO BEST-BY-REFERENCE
           END-IF
       ELSE IF BEST-BY-REFERENCE = "N" AND DAY-GAP < BEST-GAP
           MOVE CANDIDATE-ID TO BEST-ID
           MOVE DAY-GAP TO BEST-GAP
       END-IF.

       CLEAR-ONE-RECEIPT.
       MOVE "S" TO RECORD-FOUND.
       READ PAYMENTS-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           MOVE BANK-LINE-DATE TO PAYMENT-CLEARED-DATE
           REWRITE PAYMENT-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating payment record."
           END-REWRITE
       END-IF.

       FIND-LOCKBOX-BATCH.
       MOVE 0 TO PICK-IDX.
       MOVE 9999999 TO BEST-GAP.
       MOVE 1 TO LB-IDX.
       PERFORM CHECK-LOCKBOX-BATCH UNTIL LB-IDX > LB-COUNT.

       CHECK-LOCKBOX-BATCH.
       IF LB-USED(LB-IDX) = "N"
           AND LB-TOTAL(LB-IDX) = BANK-LINE-AMOUNT
           MOVE LB-DATE(LB-IDX) TO CONV-DATE-X
           PERFORM COMPUTE-CONV-DAYNUM
           PERFORM FIND-DAY-GAP
           IF DAY-GAP <= MATCH-WINDOW-DAYS AND DAY-GAP < BEST-GAP
               MOVE LB-IDX TO PICK-IDX
               MOVE DAY-GAP TO BEST-GAP
           END-IF
       END-IF.
       ADD 1 TO LB-IDX.

       CLEAR-LOCKBOX-BATCH.
       MOVE "Y" TO LB-USED(PICK-IDX).
       MOVE LB-DATE(PICK-IDX) TO BATCH-DATE.
       MOVE 0 TO PAYMENT-ID.
       MOVE 0 TO PAYMENT-END.
       START PAYMENTS-FILE KEY IS >= PAYMENT-ID
           INVALID KEY MOVE 1 TO PAYMENT-END
       END-START.
       PERFORM CLEAR-NEXT-LOCKBOX-PAYMENT UNTIL PAYMENT-END = 1.

       CLEAR-NEXT-LOCKBOX-PAYMENT.
       READ PAYMENTS-FILE NEXT RECORD
           AT END MOVE 1 TO PAYMENT-END
       END-READ.
       IF PAYMENT-END = 0
           PERFORM CHECK-PAYMENT-COMPANY
       END-IF.
       IF PAYMENT-END = 0 AND ENTRY-IS-OURS = "Y"
           IF PAYMENT-FROM-LOCKBOX AND PAYMENT-CLEARED-DATE = 0
               AND PAYMENT-DATE = BATCH-DATE
               MOVE BANK-LINE-DATE TO PAYMENT-CLEARED-DATE
               REWRITE PAYMENT-REGISTRATION
                   INVALID KEY
                       DISPLAY "Error updating payment record."
               END-REWRITE
           END-IF
       END-IF.

       MATCH-DEBIT-LINE.
       PERFORM FIND-SINGLE-VENDOR-PAYMENT.
       IF BEST-ID NOT = 0
           MOVE BEST-ID TO VENDOR-PAYMENT-ID
           PERFORM CLEAR-ONE-VENDOR-PAYMENT
           SET BANK-LINE-MATCHED TO TRUE
           SET MATCHED-TO-VENDOR-PAY TO TRUE
           MOVE BEST-ID TO BANK-LINE-MATCH-ID
       ELSE
           PERFORM FIND-VENDOR-RUN
           IF PICK-IDX NOT = 0
               PERFORM CLEAR-VENDOR-RUN
               SET BANK-LINE-MATCHED TO TRUE
               SET MATCHED-TO-VENDOR-RUN TO TRUE
               MOVE VR-DATE(PICK-IDX) TO BANK-LINE-MATCH-ID
           END-IF
       END-IF.

       FIND-SINGLE-VENDOR-PAYMENT.
       MOVE 0 TO BEST-ID.
       MOVE 9999999 TO BEST-GAP.
       MOVE "N" TO BEST-BY-REFERENCE.
       MOVE 0 TO VENDOR-PAYMENT-ID.
       MOVE 0 TO PAYMENT-END.
       START VENDOR-PAYMENTS-FILE KEY IS >= VENDOR-PAYMENT-ID
           INVALID KEY MOVE 1 TO PAYMENT-END
       END-START.
       PERFORM CHECK-NEXT-VENDOR-PAYMENT UNTIL PAYMENT-END = 1.

       CHECK-NEXT-VENDOR-PAYMENT.
       READ VENDOR-PAYMENTS-FILE NEXT RECORD
           AT END MOVE 1 TO PAYMENT-END
       END-READ.
       IF PAYMENT-END = 0
           PERFORM CHECK-VENDOR-PAY-COMPANY
       END-IF.
       IF PAYMENT-END = 0 AND ENTRY-IS-OURS = "Y"
           IF VENDOR-PAYMENT-CLEARED-DATE = 0
               AND NOT VENDOR-CHECK-VOIDED
               AND VENDOR-PAYMENT-NET = BANK-LINE-AMOUNT
               MOVE VENDOR-PAYMENT-DATE TO CONV-DATE-X
               PERFORM COMPUTE-CONV-DAYNUM
               PERFORM FIND-DAY-GAP
               IF DAY-GAP <= MATCH-WINDOW-DAYS
                   MOVE VENDOR-PAYMENT-ID TO REF-ID-X
                   MOVE VENDOR-PAYMENT-ID TO CANDIDATE-ID
                   PERFORM CHECK-REFERENCE-HIT
                   PERFORM CONSIDER-CANDIDATE
               END-IF
           END-IF
       END-IF.

      *A payment cleared on its own comes out of its run's total,
      *so the rest of that run can still match as one debit.
       CLEAR-ONE-VENDOR-PAYMENT.
       MOVE "S" TO RECORD-FOUND.
       READ VENDOR-PAYMENTS-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           MOVE BANK-LINE-DATE TO VENDOR-PAYMENT-CLEARED-DATE
           REWRITE VENDOR-PAYMENT-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating vendor payment record."
           END-REWRITE
           MOVE VENDOR-PAYMENT-DATE TO BATCH-DATE
           PERFORM FIND-VR-ROW
           IF VR-FOUND = "Y"
               SUBTRACT VENDOR-PAYMENT-NET FROM VR-TOTAL(VR-IDX)
           END-IF
       END-IF.

       FIND-VENDOR-RUN.
       MOVE 0 TO PICK-IDX.
       MOVE 9999999 TO BEST-GAP.
       MOVE 1 TO VR-IDX.
       PERFORM CHECK-VENDOR-RUN UNTIL VR-IDX > VR-COUNT.

       CHECK-VENDOR-RUN.
       IF VR-USED(VR-IDX) = "N"
           AND VR-TOTAL(VR-IDX) = BANK-LINE-AMOUNT
           MOVE VR-DATE(VR-IDX) TO CONV-DATE-X
           PERFORM COMPUTE-CONV-DAYNUM
           PERFORM FIND-DAY-GAP
           IF DAY-GAP <= MATCH-WINDOW-DAYS AND DAY-GAP < BEST-GAP
               MOVE VR-IDX TO PICK-IDX
               MOVE DAY-GAP TO BEST-GAP
           END-IF
       END-IF.
       ADD 1 TO VR-IDX.

       CLEAR-VENDOR-RUN.
       MOVE "Y" TO VR-USED(PICK-IDX).
       MOVE VR-DATE(PICK-IDX) TO BATCH-DATE.
       MOVE 0 TO VENDOR-PAYMENT-ID.
       MOVE 0 TO PAYMENT-END.
       START VENDOR-PAYMENTS-FILE KEY IS >= VENDOR-PAYMENT-ID
           INVALID KEY MOVE 1 TO PAYMENT-END
       END-START.
       PERFORM CLEAR-NEXT-RUN-PAYMENT UNTIL PAYMENT-END = 1.

       CLEAR-NEXT-RUN-PAYMENT.
       READ VENDOR-PAYMENTS-FILE NEXT RECORD
           AT END MOVE 1 TO PAYMENT-END
       END-READ.
       IF PAYMENT-END = 0
           PERFORM CHECK-VENDOR-PAY-COMPANY
       END-IF.
       IF PAYMENT-END = 0 AND ENTRY-IS-OURS = "Y"
           IF VENDOR-PAYMENT-CLEARED-DATE = 0
               AND NOT VENDOR-CHECK-VOIDED
               AND VENDOR-PAYMENT-DATE = BATCH-DATE
               MOVE BANK-LINE-DATE TO VENDOR-PAYMENT-CLEARED-DATE
               REWRITE VENDOR-PAYMENT-REGISTRATION
                   INVALID KEY
                       DISPLAY "Error updating vendor payment record."
               END-REWRITE
           END-IF
       END-IF.

      *A payment whose customer, or vendor payment whose vendor, is
      *no longer on file cannot be placed with a company and is
      *still worked, so the money it stands for is not lost from
      *the reconciliation.
       CHECK-PAYMENT-COMPANY.
       MOVE "Y" TO ENTRY-IS-OURS.
       MOVE PAYMENT-CUSTOMER-ID TO CUSTOMER-ID.
       READ CUSTOMERS-FILE RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF CUSTOMER-COMPANY-CODE NOT = SESSION-COMPANY-CODE
                   MOVE "N" TO ENTRY-IS-OURS
               END-IF
       END-READ.

       CHECK-VENDOR-PAY-COMPANY.
       MOVE "Y" TO ENTRY-IS-OURS.
       MOVE VENDOR-PAYMENT-VENDOR-ID TO VENDOR-ID.
       READ VENDORS-FILE RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF VENDOR-COMPANY-CODE NOT = SESSION-COMPANY-CODE
                   MOVE "N" TO ENTRY-IS-OURS
               END-IF
       END-READ.

       COMPUTE-CONV-DAYNUM.
       COMPUTE CONV-DAYNUM = (CONV-YEAR * 360) + (CONV-MONTH * 30)
           + CONV-DAY.

      *The exception list is worked on screen: both sides of what
      *is still open are listed, and a line can be tied to a book
      *entry by hand or marked as the bank's own (charges, interest)
      *so it is carried on the statement as a bank-only item.
       WORK-EXCEPTIONS.
       PERFORM LIST-EXCEPTIONS.
       PERFORM EXCEPTION-MENU.
       PERFORM PROCESS-EXCEPTION-OPTION UNTIL EXCEPTION-OPTION = 0.

       EXCEPTION-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Bank Exception Menu"
       DISPLAY "1. List the exceptions again"
       DISPLAY "2. Match a credit line to a customer payment"
       DISPLAY "3. Match a debit line to a vendor payment"
       DISPLAY "4. Mark a line as bank-only (charges, interest)"
       DISPLAY "0. Back"
       DISPLAY "Enter your choice (0-4):"
       ACCEPT EXCEPTION-OPTION.

       PROCESS-EXCEPTION-OPTION.
       IF EXCEPTION-OPTION = 1 THEN
           PERFORM LIST-EXCEPTIONS
           PERFORM EXCEPTION-MENU
       ELSE IF EXCEPTION-OPTION = 2 THEN
           PERFORM HAND-MATCH-RECEIPT
           PERFORM EXCEPTION-MENU
       ELSE IF EXCEPTION-OPTION = 3 THEN
           PERFORM HAND-MATCH-VENDOR-PAYMENT
           PERFORM EXCEPTION-MENU
       ELSE IF EXCEPTION-OPTION = 4 THEN
           PERFORM MARK-BANK-ONLY
           PERFORM EXCEPTION-MENU
       ELSE IF EXCEPTION-OPTION = 0 THEN
           CONTINUE
       ELSE
           DISPLAY "Invalid option. Please enter a valid choice (0-4):"
           MOVE "Invalid bank exception option entered."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
           PERFORM EXCEPTION-MENU.

       LIST-EXCEPTIONS.
       DISPLAY " ".
       DISPLAY "Statement lines not matched to the books:".
       MOVE 0 TO ITEM-COUNT.
       MOVE 0 TO BANK-LINE-DATE.
       MOVE 0 TO BANK-LINE-SEQ.
       MOVE 0 TO END-OF-FILE.
       START BANK-STATEMENT-FILE KEY IS >= BANK-LINE-KEY
           INVALID KEY MOVE 1 TO END-OF-FILE
       END-START.
       PERFORM SHOW-NEXT-UNMATCHED-LINE UNTIL END-OF-FILE = 1.
       DISPLAY "Unmatched statement lines: " ITEM-COUNT.
       DISPLAY " ".
       DISPLAY "Receipts not yet seen on the statement:".
       MOVE 0 TO ITEM-COUNT.
       MOVE 0 TO PAYMENT-ID.
       MOVE 0 TO PAYMENT-END.
       START PAYMENTS-FILE KEY IS >= PAYMENT-ID
           INVALID KEY MOVE 1 TO PAYMENT-END
       END-START.
       PERFORM SHOW-NEXT-UNCLEARED-RECEIPT UNTIL PAYMENT-END = 1.
       DISPLAY "Uncleared receipts: " ITEM-COUNT.
       DISPLAY " ".
       DISPLAY "Vendor payments not yet seen on the statement:".
       MOVE 0 TO ITEM-COUNT.
       MOVE 0 TO VENDOR-PAYMENT-ID.
       MOVE 0 TO PAYMENT-END.
       START VENDOR-PAYMENTS-FILE KEY IS >= VENDOR-PAYMENT-ID
           INVALID KEY MOVE 1 TO PAYMENT-END
       END-START.
       PERFORM SHOW-NEXT-UNCLEARED-VENDOR-PAY UNTIL PAYMENT-END = 1.
       DISPLAY "Uncleared vendor payments: " ITEM-COUNT.

       SHOW-NEXT-UNMATCHED-LINE.
       READ BANK-STATEMENT-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0 AND BANK-LINE-UNMATCHED
           AND BANK-LINE-COMPANY-CODE = SESSION-COMPANY-CODE
           ADD 1 TO ITEM-COUNT
           MOVE BANK-LINE-AMOUNT TO AMOUNT-EDIT
           DISPLAY "Line " BANK-LINE-DATE "/" BANK-LINE-SEQ
           " " BANK-LINE-TYPE " " AMOUNT-EDIT
           " Ref: " BANK-LINE-REFERENCE
           " " BANK-LINE-DESCRIPTION
       END-IF.

       SHOW-NEXT-UNCLEARED-RECEIPT.
       READ PAYMENTS-FILE NEXT RECORD
           AT END MOVE 1 TO PAYMENT-END
       END-READ.
       IF PAYMENT-END = 0
           PERFORM CHECK-PAYMENT-COMPANY
       END-IF.
       IF PAYMENT-END = 0 AND PAYMENT-CLEARED-DATE = 0
           AND ENTRY-IS-OURS = "Y"
           ADD 1 TO ITEM-COUNT
           MOVE PAYMENT-AMOUNT TO AMOUNT-EDIT
           DISPLAY "Payment " PAYMENT-ID " Date: " PAYMENT-DATE
           " Amount: " AMOUNT-EDIT
           " Customer: " PAYMENT-CUSTOMER-ID
           " Source: " PAYMENT-SOURCE
       END-IF.

       SHOW-NEXT-UNCLEARED-VENDOR-PAY.
       READ VENDOR-PAYMENTS-FILE NEXT RECORD
           AT END MOVE 1 TO PAYMENT-END
       END-READ.
       IF PAYMENT-END = 0
           PERFORM CHECK-VENDOR-PAY-COMPANY
       END-IF.
       IF PAYMENT-END = 0 AND VENDOR-PAYMENT-CLEARED-DATE = 0
           AND ENTRY-IS-OURS = "Y"
           AND NOT VENDOR-CHECK-VOIDED AND VENDOR-PAYMENT-NET > 0
           ADD 1 TO ITEM-COUNT
           MOVE VENDOR-PAYMENT-NET TO AMOUNT-EDIT
           DISPLAY "Vendor payment " VENDOR-PAYMENT-ID
           " Date: " VENDOR-PAYMENT-DATE
           " Net: " AMOUNT-EDIT
           " Vendor: " VENDOR-PAYMENT-VENDOR-ID
       END-IF.

       SELECT-BANK-LINE.
       DISPLAY "Enter the statement line date (YYYYMMDD): ".
       ACCEPT BANK-LINE-DATE.
       DISPLAY "Enter the statement line number: ".
       ACCEPT BANK-LINE-SEQ.
       MOVE "S" TO RECORD-FOUND.
       READ BANK-STATEMENT-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND BANK-LINE-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "Statement line not found."
       ELSE IF NOT BANK-LINE-UNMATCHED
           DISPLAY "That statement line is not on the exception list."
           MOVE "N" TO RECORD-FOUND
       END-IF.

       HAND-MATCH-RECEIPT.
       PERFORM SELECT-BANK-LINE.
       IF RECORD-FOUND = "S"
           IF NOT BANK-LINE-CREDIT
               DISPLAY "Only a credit line can match a receipt."
           ELSE
               DISPLAY "Enter the payment id: "
               ACCEPT HAND-ITEM-ID
               PERFORM TIE-LINE-TO-RECEIPT
           END-IF
       END-IF.

       TIE-LINE-TO-RECEIPT.
       MOVE HAND-ITEM-ID TO PAYMENT-ID.
       MOVE "S" TO RECORD-FOUND.
       READ PAYMENTS-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           PERFORM CHECK-PAYMENT-COMPANY
           IF ENTRY-IS-OURS = "N"
               MOVE "N" TO RECORD-FOUND
           END-IF
       END-IF.
       IF RECORD-FOUND = "N"
           DISPLAY "Payment not found."
       ELSE IF PAYMENT-CLEARED-DATE NOT = 0
           DISPLAY "That payment has already cleared the bank."
       ELSE IF PAYMENT-AMOUNT NOT = BANK-LINE-AMOUNT
           DISPLAY "Amounts differ; the line stays on the list."
       ELSE
           MOVE BANK-LINE-DATE TO PAYMENT-CLEARED-DATE
           REWRITE PAYMENT-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating payment record."
           END-REWRITE
           SET BANK-LINE-MATCHED TO TRUE
           SET MATCHED-TO-PAYMENT TO TRUE
           MOVE PAYMENT-ID TO BANK-LINE-MATCH-ID
           PERFORM REWRITE-WORKED-LINE
       END-IF.

       HAND-MATCH-VENDOR-PAYMENT.
       PERFORM SELECT-BANK-LINE.
       IF RECORD-FOUND = "S"
           IF NOT BANK-LINE-DEBIT
               DISPLAY "Only a debit line can match a vendor payment."
           ELSE
               DISPLAY "Enter the vendor payment id: "
               ACCEPT HAND-ITEM-ID
               PERFORM TIE-LINE-TO-VENDOR-PAYMENT
           END-IF
       END-IF.

       TIE-LINE-TO-VENDOR-PAYMENT.
       MOVE HAND-ITEM-ID TO VENDOR-PAYMENT-ID.
       MOVE "S" TO RECORD-FOUND.
       READ VENDOR-PAYMENTS-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           PERFORM CHECK-VENDOR-PAY-COMPANY
           IF ENTRY-IS-OURS = "N"
               MOVE "N" TO RECORD-FOUND
           END-IF
       END-IF.
       IF RECORD-FOUND = "N"
           DISPLAY "Vendor payment not found."
       ELSE IF VENDOR-PAYMENT-CLEARED-DATE NOT = 0
           DISPLAY "That vendor payment has already cleared the bank."
       ELSE IF VENDOR-CHECK-VOIDED
           DISPLAY "That vendor payment's check has been voided."
       ELSE IF VENDOR-PAYMENT-NET NOT = BANK-LINE-AMOUNT
           DISPLAY "Amounts differ; the line stays on the list."
       ELSE
           MOVE BANK-LINE-DATE TO VENDOR-PAYMENT-CLEARED-DATE
           REWRITE VENDOR-PAYMENT-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating vendor payment record."
           END-REWRITE
           SET BANK-LINE-MATCHED TO TRUE
           SET MATCHED-TO-VENDOR-PAY TO TRUE
           MOVE VENDOR-PAYMENT-ID TO BANK-LINE-MATCH-ID
           PERFORM REWRITE-WORKED-LINE
       END-IF.

       MARK-BANK-ONLY.
       PERFORM SELECT-BANK-LINE.
       IF RECORD-FOUND = "S"
           SET BANK-LINE-BANK-ONLY TO TRUE
           MOVE SPACE TO BANK-LINE-MATCH-KIND
           MOVE 0 TO BANK-LINE-MATCH-ID
           PERFORM REWRITE-WORKED-LINE
       END-IF.

      *Work done by hand on the exception list leaves an audit line
      *naming the statement line and what it was tied to.
       REWRITE-WORKED-LINE.
       REWRITE BANK-LINE-REGISTRATION
           INVALID KEY
               DISPLAY "Error updating bank statement line."
           NOT INVALID KEY
               DISPLAY "Statement line updated."
       END-REWRITE.
       MOVE SPACE TO AUDIT-RECORD-ID.
       STRING BANK-LINE-DATE DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           BANK-LINE-SEQ DELIMITED BY SIZE
           INTO AUDIT-RECORD-ID.
       MOVE "STATUS=U" TO AUDIT-BEFORE.
       MOVE SPACE TO AUDIT-AFTER.
       STRING "STATUS=" DELIMITED BY SIZE
           BANK-LINE-STATUS DELIMITED BY SIZE
           " KIND=" DELIMITED BY SIZE
           BANK-LINE-MATCH-KIND DELIMITED BY SIZE
           " ID=" DELIMITED BY SIZE
           BANK-LINE-MATCH-ID DELIMITED BY SIZE
           INTO AUDIT-AFTER.
       CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD
           AUDIT-RECORD-ID AUDIT-BEFORE AUDIT-AFTER.

      *The statement walks from the book balance to the bank's own
      *closing balance: the opening book figure the operator gives,
      *plus receipts and less vendor payments dated in the period,
      *plus payments the bank has not yet presented, less receipts
      *it has not yet credited, plus or minus the bank's own items.
      *Whatever is left over is the difference still to find.
       PRINT-RECONCILIATION.
       DISPLAY "Statement period from (YYYYMMDD): ".
       ACCEPT PERIOD-FROM-DATE.
       DISPLAY "Statement period to (YYYYMMDD): ".
       ACCEPT PERIOD-TO-DATE.
       DISPLAY "Enter the book balance at the start of the period: ".
       ACCEPT OPENING-ENTRY.
       MOVE OPENING-ENTRY TO OPENING-BOOK-BALANCE.
       DISPLAY "Is the book balance overdrawn (Y/N)?".
       MOVE SPACE TO OVERDRAWN-ANSWER.
       ACCEPT OVERDRAWN-ANSWER.
       IF OVERDRAWN-ANSWER = "Y" OR OVERDRAWN-ANSWER = "y"
           COMPUTE OPENING-BOOK-BALANCE = 0 - OPENING-BOOK-BALANCE
       END-IF.
       MOVE 0 TO PERIOD-RECEIPTS.
       MOVE 0 TO PERIOD-PAYMENTS.
       MOVE 0 TO OUTSTANDING-IN.
       MOVE 0 TO OUTSTANDING-OUT.
       MOVE 0 TO BANK-ONLY-IN.
       MOVE 0 TO BANK-ONLY-OUT.
       MOVE 0 TO STATEMENT-BALANCE.
       MOVE 0 TO STATEMENT-BALANCE-DATE.
       MOVE "O" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "BANK RECONCILIATION " DELIMITED BY SIZE
           PERIOD-FROM-DATE DELIMITED BY SIZE
           " TO " DELIMITED BY SIZE
           PERIOD-TO-DATE DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "Receipts not yet credited by the bank:"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE 0 TO PAYMENT-ID.
       MOVE 0 TO PAYMENT-END.
       START PAYMENTS-FILE KEY IS >= PAYMENT-ID
           INVALID KEY MOVE 1 TO PAYMENT-END
       END-START.
       PERFORM RECONCILE-NEXT-RECEIPT UNTIL PAYMENT-END = 1.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "Vendor payments not yet presented at the bank:"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE 0 TO VENDOR-PAYMENT-ID.
       MOVE 0 TO PAYMENT-END.
       START VENDOR-PAYMENTS-FILE KEY IS >= VENDOR-PAYMENT-ID
           INVALID KEY MOVE 1 TO PAYMENT-END
       END-START.
       PERFORM RECONCILE-NEXT-VENDOR-PAYMENT UNTIL PAYMENT-END = 1.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "Bank items not in the books:" TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE 0 TO BANK-LINE-DATE.
       MOVE 0 TO BANK-LINE-SEQ.
       MOVE 0 TO END-OF-FILE.
       START BANK-STATEMENT-FILE KEY IS >= BANK-LINE-KEY
           INVALID KEY MOVE 1 TO END-OF-FILE
       END-START.
       PERFORM RECONCILE-NEXT-BANK-LINE UNTIL END-OF-FILE = 1.
       COMPUTE BOOK-BALANCE = OPENING-BOOK-BALANCE + PERIOD-RECEIPTS
           - PERIOD-PAYMENTS.
       COMPUTE ADJUSTED-BALANCE = BOOK-BALANCE + OUTSTANDING-OUT
           - OUTSTANDING-IN + BANK-ONLY-IN - BANK-ONLY-OUT.
       COMPUTE BALANCE-DIFFERENCE = STATEMENT-BALANCE
           - ADJUSTED-BALANCE.
       PERFORM PRINT-RECONCILIATION-SUMMARY.
       MOVE "C" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

       RECONCILE-NEXT-RECEIPT.
       READ PAYMENTS-FILE NEXT RECORD
           AT END MOVE 1 TO PAYMENT-END
       END-READ.
       IF PAYMENT-END = 0
           PERFORM CHECK-PAYMENT-COMPANY
       END-IF.
       IF PAYMENT-END = 0 AND PAYMENT-DATE <= PERIOD-TO-DATE
           AND ENTRY-IS-OURS = "Y"
           IF PAYMENT-DATE >= PERIOD-FROM-DATE
               ADD PAYMENT-AMOUNT TO PERIOD-RECEIPTS
           END-IF
           IF PAYMENT-CLEARED-DATE = 0
               OR PAYMENT-CLEARED-DATE > PERIOD-TO-DATE
               ADD PAYMENT-AMOUNT TO OUTSTANDING-IN
               MOVE PAYMENT-AMOUNT TO AMOUNT-EDIT
               MOVE SPACE TO REPORT-LINE-BUFFER
               STRING "  Payment " DELIMITED BY SIZE
                   PAYMENT-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   PAYMENT-DATE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE-BUFFER
               PERFORM SHOW-REPORT-LINE
           END-IF
       END-IF.

       RECONCILE-NEXT-VENDOR-PAYMENT.
       READ VENDOR-PAYMENTS-FILE NEXT RECORD
           AT END MOVE 1 TO PAYMENT-END
       END-READ.
       IF PAYMENT-END = 0
           PERFORM CHECK-VENDOR-PAY-COMPANY
       END-IF.
       IF PAYMENT-END = 0 AND VENDOR-PAYMENT-DATE <= PERIOD-TO-DATE
           AND ENTRY-IS-OURS = "Y"
           IF VENDOR-PAYMENT-DATE >= PERIOD-FROM-DATE
               ADD VENDOR-PAYMENT-NET TO PERIOD-PAYMENTS
           END-IF
           IF VENDOR-CHECK-VOIDED
               AND VENDOR-PAYMENT-VOID-DATE >= PERIOD-FROM-DATE
               AND VENDOR-PAYMENT-VOID-DATE <= PERIOD-TO-DATE
               SUBTRACT VENDOR-PAYMENT-NET FROM PERIOD-PAYMENTS
           END-IF
           IF VENDOR-CHECK-VOIDED
               AND VENDOR-PAYMENT-VOID-DATE <= PERIOD-TO-DATE
               CONTINUE
           ELSE IF VENDOR-PAYMENT-NET > 0
               AND (VENDOR-PAYMENT-CLEARED-DATE = 0
               OR VENDOR-PAYMENT-CLEARED-DATE > PERIOD-TO-DATE)
               ADD VENDOR-PAYMENT-NET TO OUTSTANDING-OUT
               MOVE VENDOR-PAYMENT-NET TO AMOUNT-EDIT
               MOVE SPACE TO REPORT-LINE-BUFFER
               STRING "  Vendor payment " DELIMITED BY SIZE
                   VENDOR-PAYMENT-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   VENDOR-PAYMENT-DATE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE-BUFFER
               PERFORM SHOW-REPORT-LINE
           END-IF
       END-IF.

      *The bank's closing balance is the last balance line dated on
      *or before the period end; the file is in date order.
       RECONCILE-NEXT-BANK-LINE.
       READ BANK-STATEMENT-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF BANK-LINE-DATE > PERIOD-TO-DATE
               MOVE 1 TO END-OF-FILE
           ELSE IF BANK-LINE-COMPANY-CODE NOT = SESSION-COMPANY-CODE
               CONTINUE
           ELSE IF BANK-LINE-BALANCE
               MOVE BANK-LINE-AMOUNT TO STATEMENT-BALANCE
               MOVE BANK-LINE-DATE TO STATEMENT-BALANCE-DATE
           ELSE IF BANK-LINE-UNMATCHED OR BANK-LINE-BANK-ONLY
               PERFORM SHOW-BANK-ONLY-ITEM
           END-IF
       END-IF.

       SHOW-BANK-ONLY-ITEM.
       IF BANK-LINE-CREDIT
           ADD BANK-LINE-AMOUNT TO BANK-ONLY-IN
       ELSE
           ADD BANK-LINE-AMOUNT TO BANK-ONLY-OUT
       END-IF.
       IF BANK-LINE-UNMATCHED
           MOVE "UNMATCHED" TO STATUS-TEXT
       ELSE
           MOVE "BANK-ONLY" TO STATUS-TEXT
       END-IF.
       MOVE BANK-LINE-SEQ TO SEQ-EDIT.
       MOVE BANK-LINE-AMOUNT TO AMOUNT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "  " DELIMITED BY SIZE
           BANK-LINE-DATE DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           SEQ-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           BANK-LINE-TYPE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           AMOUNT-EDIT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           BANK-LINE-REFERENCE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           BANK-LINE-DESCRIPTION DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           STATUS-TEXT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.

       PRINT-RECONCILIATION-SUMMARY.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE OPENING-BOOK-BALANCE TO AMOUNT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Opening book balance            " DELIMITED BY SIZE
           AMOUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE PERIOD-RECEIPTS TO AMOUNT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Add receipts in the period      " DELIMITED BY SIZE
           AMOUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE PERIOD-PAYMENTS TO AMOUNT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Less vendor payments in period  " DELIMITED BY SIZE
           AMOUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE BOOK-BALANCE TO AMOUNT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Book balance at period end      " DELIMITED BY SIZE
           AMOUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE OUTSTANDING-OUT TO AMOUNT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Add unpresented vendor payments " DELIMITED BY SIZE
           AMOUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE OUTSTANDING-IN TO AMOUNT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Less receipts not yet credited  " DELIMITED BY SIZE
           AMOUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE BANK-ONLY-IN TO AMOUNT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Add bank credits not in books   " DELIMITED BY SIZE
           AMOUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE BANK-ONLY-OUT TO AMOUNT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Less bank debits not in books   " DELIMITED BY SIZE
           AMOUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE ADJUSTED-BALANCE TO AMOUNT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Expected bank balance           " DELIMITED BY SIZE
           AMOUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE STATEMENT-BALANCE TO AMOUNT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       IF STATEMENT-BALANCE-DATE = 0
           MOVE "No bank balance line on file for the period."
               TO REPORT-LINE-BUFFER
       ELSE
           STRING "Bank balance per statement      " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               "  at " DELIMITED BY SIZE
               STATEMENT-BALANCE-DATE DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
       END-IF.
       PERFORM SHOW-REPORT-LINE.
       MOVE BALANCE-DIFFERENCE TO AMOUNT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       IF BALANCE-DIFFERENCE = 0
           MOVE "Reconciled: book and bank agree." TO REPORT-LINE-BUFFER
       ELSE
           STRING "Difference still to explain     " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
       END-IF.
       PERFORM SHOW-REPORT-LINE.

       SHOW-REPORT-LINE.
       DISPLAY REPORT-LINE-BUFFER.
       MOVE "L" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. rebate-accrual-run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "rebate-physical-file.cbl".
       COPY "sales-history-physical-file.cbl".
       COPY "credit-note-physical-file.cbl".
       COPY "customer-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with rebate agreement fields.
       COPY "rebate-logic-file.cbl".
      * Logic file with sales history fields.
       COPY "sales-history-logic-file.cbl".
      * Logic file with credit note fields.
       COPY "credit-note-logic-file.cbl".
      * Logic file with customer fields.
       COPY "customer-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's
      * agreements are accrued and posted.
       COPY "session-data.cbl".
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  HISTORY-EOF PIC 9.
       77  RUN-DATE PIC 9(8).
       77  FIRST-PERIOD PIC 9(6).
       77  LAST-PERIOD PIC 9(6).
       77  CUSTOMER-KEY-X PIC X(15).
       77  PURCHASES-TO-DATE PIC 9(11)V99.
       77  EARNED-PCT PIC 9(2)V99.
       77  EARNED-TO-DATE PIC 9(9)V99.
       77  ACCRUAL-DELTA PIC 9(9)V99.
       77  TIER-IDX PIC 9.
       77  AGREEMENTS-ACCRUED PIC 9(5) VALUE 0.
       77  AGREEMENTS-SETTLED PIC 9(5) VALUE 0.
       77  RUN-ACCRUAL-TOTAL PIC 9(9)V99 VALUE 0.
       77  RUN-REVERSAL-TOTAL PIC 9(9)V99 VALUE 0.
       77  RUN-SETTLED-TOTAL PIC 9(9)V99 VALUE 0.
       77  QUEUE-TYPE PIC X(10) VALUE "REBATE".
       77  QUEUE-REVERSE-FLAG PIC X(01).
       77  QUEUE-REFERENCE PIC X(20).
       77  CREDIT-NOTE-WRITE-OK PIC X.
       77  CREDIT-NOTE-DOC-TYPE PIC X(10)
           VALUE "CREDNOTE".
       77  AUDIT-CREDIT-ID PIC X(15).
       77  AUDIT-BEFORE PIC X(40).
       77  AUDIT-AFTER PIC X(40).
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "REBATE-ACCRUAL-RUN".

       PROCEDURE DIVISION.

      *Month-end pass over the active rebate agreements. Each one's
      *purchases so far are totalled from the customer rows of the
      *sales history, the rebate earned on them is worked out at
      *the rate of the highest tier reached, and the change since
      *the last run is queued to the GL as an accrual (or as a
      *reversal when returns have pulled the customer back below a
      *tier). Once an agreement has ended, what was accrued is paid
      *out as a credit note on the customer's account. Rerunning in
      *the same month only queues the difference, which is nothing.
       PROGRAM-BEGIN.
       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       DISPLAY "Rebate accrual run for " RUN-DATE ".".
       OPEN I-O REBATE-AGREEMENTS-FILE.
       OPEN I-O SALES-HISTORY-FILE.
       OPEN I-O CREDIT-NOTES-FILE.
       OPEN I-O CUSTOMERS-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM ACCRUE-NEXT-AGREEMENT UNTIL END-OF-FILE = 1.
       CLOSE REBATE-AGREEMENTS-FILE.
       CLOSE SALES-HISTORY-FILE.
       CLOSE CREDIT-NOTES-FILE.
       CLOSE CUSTOMERS-FILE.
       DISPLAY "Agreements accrued: " AGREEMENTS-ACCRUED
           " Settled: " AGREEMENTS-SETTLED.
       DISPLAY "Accrued: " RUN-ACCRUAL-TOTAL
           " Reversed: " RUN-REVERSAL-TOTAL
           " Paid out as credit notes: " RUN-SETTLED-TOTAL.
       GOBACK.

       ACCRUE-NEXT-AGREEMENT.
       READ REBATE-AGREEMENTS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF REBATE-IS-ACTIVE
               AND REBATE-START-DATE <= RUN-DATE
               PERFORM CHECK-AGREEMENT-COMPANY
           END-IF
       END-IF.

      *An agreement is the company's whose customer holds it.
       CHECK-AGREEMENT-COMPANY.
       MOVE REBATE-CUSTOMER-ID TO CUSTOMER-ID.
       MOVE "S" TO RECORD-FOUND.
       READ CUSTOMERS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND CUSTOMER-COMPANY-CODE = SESSION-COMPANY-CODE
           PERFORM ACCRUE-ONE-AGREEMENT.

       ACCRUE-ONE-AGREEMENT.
       ADD 1 TO AGREEMENTS-ACCRUED.
       PERFORM TOTAL-AGREEMENT-PURCHASES.
       PERFORM FIND-EARNED-REBATE.
       MOVE SPACE TO QUEUE-REFERENCE.
       STRING "REBATE CUST " DELIMITED BY SIZE
           REBATE-CUSTOMER-ID DELIMITED BY SIZE
           INTO QUEUE-REFERENCE.
       IF EARNED-TO-DATE > REBATE-ACCRUED
           COMPUTE ACCRUAL-DELTA = EARNED-TO-DATE - REBATE-ACCRUED
           MOVE "N" TO QUEUE-REVERSE-FLAG
           ADD ACCRUAL-DELTA TO RUN-ACCRUAL-TOTAL
           CALL "queue-gl-posting" USING QUEUE-TYPE RUN-DATE
               ACCRUAL-DELTA QUEUE-REVERSE-FLAG QUEUE-REFERENCE
       ELSE IF EARNED-TO-DATE < REBATE-ACCRUED
           COMPUTE ACCRUAL-DELTA = REBATE-ACCRUED - EARNED-TO-DATE
           MOVE "Y" TO QUEUE-REVERSE-FLAG
           ADD ACCRUAL-DELTA TO RUN-REVERSAL-TOTAL
           CALL "queue-gl-posting" USING QUEUE-TYPE RUN-DATE
               ACCRUAL-DELTA QUEUE-REVERSE-FLAG QUEUE-REFERENCE
       END-IF.
       MOVE PURCHASES-TO-DATE TO REBATE-PURCHASES.
       MOVE EARNED-TO-DATE TO REBATE-ACCRUED.
       MOVE RUN-DATE TO REBATE-LAST-RUN-DATE.
       IF RUN-DATE >= REBATE-END-DATE
           PERFORM SETTLE-AGREEMENT
       END-IF.
       REWRITE REBATE-AGREEMENT-REGISTRATION
           INVALID KEY
               DISPLAY "Error updating rebate agreement for customer "
               REBATE-CUSTOMER-ID "."
       END-REWRITE.

      *Shipped revenue for the customer across the agreement's
      *months up to the run date, read from the customer rows the
      *sales history keeps per period.
       TOTAL-AGREEMENT-PURCHASES.
       MOVE 0 TO PURCHASES-TO-DATE.
       COMPUTE FIRST-PERIOD = REBATE-START-DATE / 100.
       IF RUN-DATE < REBATE-END-DATE
           COMPUTE LAST-PERIOD = RUN-DATE / 100
       ELSE
           COMPUTE LAST-PERIOD = REBATE-END-DATE / 100
       END-IF.
       MOVE SPACE TO CUSTOMER-KEY-X.
       MOVE REBATE-CUSTOMER-ID TO CUSTOMER-KEY-X.
       MOVE FIRST-PERIOD TO SH-PERIOD.
       MOVE SPACE TO SH-ROW-TYPE.
       MOVE SPACE TO SH-KEY-ID.
       MOVE 0 TO HISTORY-EOF.
       START SALES-HISTORY-FILE KEY IS >= SALES-HISTORY-KEY
           INVALID KEY MOVE 1 TO HISTORY-EOF.
       PERFORM ADD-NEXT-HISTORY-ROW UNTIL HISTORY-EOF = 1.

       ADD-NEXT-HISTORY-ROW.
       READ SALES-HISTORY-FILE NEXT RECORD
           AT END MOVE 1 TO HISTORY-EOF
       END-READ.
       IF HISTORY-EOF = 0
           IF SH-PERIOD > LAST-PERIOD
               MOVE 1 TO HISTORY-EOF
           ELSE
               IF SH-IS-CUSTOMER-ROW
                   AND SH-KEY-ID = CUSTOMER-KEY-X
                   ADD SH-REVENUE TO PURCHASES-TO-DATE
               END-IF
           END-IF
       END-IF.

      *The whole volume earns the rate of the highest threshold it
      *has passed; below the first threshold nothing is earned.
       FIND-EARNED-REBATE.
       MOVE 0 TO EARNED-PCT.
       MOVE 1 TO TIER-IDX.
       PERFORM CHECK-ONE-TIER UNTIL TIER-IDX > 3.
       COMPUTE EARNED-TO-DATE ROUNDED =
           PURCHASES-TO-DATE * EARNED-PCT / 100.

       CHECK-ONE-TIER.
       IF REBATE-TIER-THRESHOLD (TIER-IDX) > 0
           AND PURCHASES-TO-DATE >= REBATE-TIER-THRESHOLD (TIER-IDX)
           AND REBATE-TIER-PCT (TIER-IDX) > EARNED-PCT
           MOVE REBATE-TIER-PCT (TIER-IDX) TO EARNED-PCT
       END-IF.
       ADD 1 TO TIER-IDX.

      *The agreement has ended: the accrued rebate becomes a credit
      *note on account, off the customer's open balance at once the
      *same way a return's credit is, and is applied to an invoice
      *through payment entry like any other credit note. The GL
      *extract clears the accrual against receivables when it picks
      *up the note.
       SETTLE-AGREEMENT.
       ADD 1 TO AGREEMENTS-SETTLED.
       MOVE 0 TO REBATE-CREDIT-NOTE-ID.
       IF REBATE-ACCRUED > 0
           PERFORM RAISE-REBATE-CREDIT-NOTE
           MOVE CREDIT-NOTE-ID TO REBATE-CREDIT-NOTE-ID
           ADD REBATE-ACCRUED TO RUN-SETTLED-TOTAL
       END-IF.
       MOVE "Settled" TO REBATE-STATUS.

       RAISE-REBATE-CREDIT-NOTE.
       MOVE SPACE TO CREDIT-NOTE-REGISTRATION.
       CALL "get-next-number" USING CREDIT-NOTE-DOC-TYPE
           CREDIT-NOTE-ID.
       MOVE REBATE-CUSTOMER-ID TO CREDIT-NOTE-CUSTOMER-ID.
       MOVE 0 TO CREDIT-NOTE-RETURN-ID.
       MOVE 0 TO CREDIT-NOTE-ORDER-ID.
       MOVE RUN-DATE TO CREDIT-NOTE-DATE.
       MOVE REBATE-ACCRUED TO CREDIT-NOTE-TOTAL.
       MOVE REBATE-ACCRUED TO CREDIT-NOTE-BALANCE.
       MOVE "Open" TO CREDIT-NOTE-STATUS.
       MOVE "B" TO CREDIT-NOTE-SOURCE.
       PERFORM REDUCE-BALANCE-FOR-CREDIT.
       MOVE "N" TO CREDIT-NOTE-WRITE-OK.
       PERFORM WRITE-CREDIT-NOTE-ONCE
           UNTIL CREDIT-NOTE-WRITE-OK = "Y".
       DISPLAY "Credit note " CREDIT-NOTE-ID " raised for customer "
           REBATE-CUSTOMER-ID " rebate of " CREDIT-NOTE-TOTAL ".".
       PERFORM LOG-REBATE-AUDIT.

       REDUCE-BALANCE-FOR-CREDIT.
       MOVE REBATE-CUSTOMER-ID TO CUSTOMER-ID.
       MOVE "S" TO RECORD-FOUND.
       READ CUSTOMERS-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           IF CREDIT-NOTE-TOTAL > CUSTOMER-OPEN-BALANCE
               MOVE ZERO TO CUSTOMER-OPEN-BALANCE
           ELSE
               SUBTRACT CREDIT-NOTE-TOTAL
                   FROM CUSTOMER-OPEN-BALANCE
           END-IF
           REWRITE CUSTOMER-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating customer balance."
           END-REWRITE
       ELSE
           DISPLAY "Customer " REBATE-CUSTOMER-ID
           " not on file for balance update."
       END-IF.

       WRITE-CREDIT-NOTE-ONCE.
       WRITE CREDIT-NOTE-REGISTRATION
           INVALID KEY
               CALL "get-next-number" USING CREDIT-NOTE-DOC-TYPE
                   CREDIT-NOTE-ID
       NOT INVALID KEY
           MOVE "Y" TO CREDIT-NOTE-WRITE-OK
       END-WRITE.

       LOG-REBATE-AUDIT.
       MOVE CREDIT-NOTE-ID TO AUDIT-CREDIT-ID.
       MOVE SPACE TO AUDIT-BEFORE.
       MOVE SPACE TO AUDIT-AFTER.
       STRING "REBATE CUST=" DELIMITED BY SIZE
           REBATE-CUSTOMER-ID DELIMITED BY SIZE
           " END=" DELIMITED BY SIZE
           REBATE-END-DATE DELIMITED BY SIZE
           INTO AUDIT-BEFORE.
       STRING "CREDIT=" DELIMITED BY SIZE
           CREDIT-NOTE-TOTAL DELIMITED BY SIZE
           " STATUS=" DELIMITED BY SIZE
           CREDIT-NOTE-STATUS DELIMITED BY SIZE
           INTO AUDIT-AFTER.
       CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD
           AUDIT-CREDIT-ID AUDIT-BEFORE AUDIT-AFTER.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. credit-review-run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "customer-physical-file.cbl".
       COPY "payment-physical-file.cbl".
       COPY "invoice-physical-file.cbl".
       COPY "credit-event-physical-file.cbl".
       COPY "sales-history-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with customer fields.
       COPY "customer-logic-file.cbl".
      * Logic file with payment fields.
       COPY "payment-logic-file.cbl".
      * Logic file with invoice fields.
       COPY "invoice-logic-file.cbl".
      * Logic file with credit history fields.
       COPY "credit-event-logic-file.cbl".
      * Logic file with sales history fields.
       COPY "sales-history-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's accounts
      * are reviewed.
       COPY "session-data.cbl".
       77  END-OF-FILE PIC 9 VALUE 0.
       77  END-OF-CUSTOMERS PIC 9 VALUE 0.
       77  RECORD-FOUND PIC X.
       77  RUN-DATE PIC 9(8).
       77  WINDOW-START-DATE PIC 9(8).
       77  RUN-PERIOD PIC 9(6).
       77  YEAR-AGO-PERIOD PIC 9(6).
       77  TWO-YEARS-AGO-PERIOD PIC 9(6).
       01  NEXT-REVIEW-DATE.
           05  NEXT-REVIEW-YEAR PIC 9(4).
           05  NEXT-REVIEW-MONTH PIC 9(2).
           05  NEXT-REVIEW-DAY PIC 9(2).
       01  CONV-DATE-X PIC X(8).
       01  CONV-DATE-N REDEFINES CONV-DATE-X.
           05  CONV-YEAR  PIC 9(4).
           05  CONV-MONTH PIC 9(2).
           05  CONV-DAY   PIC 9(2).
       01  CONV-DAYNUM PIC 9(7).
       01  PAID-DAYNUM PIC 9(7).
       01  DAYS-TO-PAY PIC S9(7).
      * Payment behaviour over the last twelve months.
       77  PAYMENTS-COUNTED PIC 9(5).
       77  TOTAL-DAYS-TO-PAY PIC 9(9).
       77  AVERAGE-DAYS-TO-PAY PIC 9(5).
       77  WORST-DAYS-TO-PAY PIC 9(5).
       77  HIGH-BALANCE PIC 9(9)V99.
       77  LETTERS-SENT PIC 9(3).
       77  HOLDS-PLACED PIC 9(3).
       77  REVENUE-THIS-YEAR PIC 9(11)V99.
       77  REVENUE-LAST-YEAR PIC 9(11)V99.
       77  SALES-TREND-PCT PIC S9(5)V9.
       77  BALANCE-USE-PCT PIC 9(5)V9.
       77  SUGGESTION PIC X(5).
       77  SUGGESTED-LIMIT PIC 9(9)V99.
       77  KEYED-LIMIT PIC 9(9)V99.
       77  OLD-LIMIT PIC 9(9)V99.
       77  LIMIT-ENTRY PIC 9(7).99.
       77  LIMIT-RISE-PCT PIC 9(7)V99.
       77  LIMIT-NEEDS-APPROVAL PIC X.
       77  REVIEW-DECISION PIC X.
       77  PRICE-CONTROL-PCT PIC 9(3).
       77  CREDIT-CONTROL-PCT PIC 9(3).
       77  PARK-ENTITY PIC X(10) VALUE "CUSTOMER".
       77  PARK-FIELD PIC X(12) VALUE "CREDITLIMIT".
       01  PARK-RECORD-KEY PIC X(15).
       01  PARK-KEY-VIEW REDEFINES PARK-RECORD-KEY.
           05  PARK-KEY-CUSTOMER-ID PIC 9(6).
           05  FILLER PIC X(9).
       01  PARK-OLD-VALUE PIC X(40).
       01  PARK-OLD-VIEW REDEFINES PARK-OLD-VALUE.
           05  PARK-OLD-AMOUNT PIC 9(9)V99.
           05  FILLER PIC X(29).
       01  PARK-NEW-VALUE PIC X(40).
       01  PARK-NEW-VIEW REDEFINES PARK-NEW-VALUE.
           05  PARK-NEW-AMOUNT PIC 9(9)V99.
           05  FILLER PIC X(29).
       77  PARKED-ID PIC 9(6).
       77  ACCOUNTS-REVIEWED PIC 9(5) VALUE 0.
       77  ACCOUNTS-SKIPPED PIC 9(5) VALUE 0.
       77  AMOUNT-EDIT PIC Z(8)9.99.
       77  TREND-EDIT PIC -(4)9.9.
       77  AUDIT-BEFORE PIC X(40).
       77  AUDIT-AFTER PIC X(40).
       77  CREDIT-EVENT-TYPE-FIELD PIC X(01).
       77  CREDIT-EVENT-LEVEL-FIELD PIC 9(1).
       77  CREDIT-EVENT-AMOUNT-FIELD PIC 9(9)V99.
       77  CREDIT-EVENT-REF-FIELD PIC X(20).
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "CREDIT-REVIEW-RUN".
       77  LOG-MESSAGE-FIELD PIC X(80).

       PROCEDURE DIVISION.

      *Every account whose review date has come round is taken in
      *turn: how quickly it has paid over the last year, the highest
      *balance it ran up, the reminders and credit holds it earned
      *and whether its buying is growing or shrinking. From those the
      *run suggests raising, keeping or cutting the limit, and the
      *credit controller accepts the suggestion or keys their own.
      *The account is then given its next review a quarter ahead.
       PROGRAM-BEGIN.
       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       COMPUTE WINDOW-START-DATE = RUN-DATE - 10000.
       DIVIDE RUN-DATE BY 100 GIVING RUN-PERIOD.
       COMPUTE YEAR-AGO-PERIOD = RUN-PERIOD - 100.
       COMPUTE TWO-YEARS-AGO-PERIOD = RUN-PERIOD - 200.
       PERFORM SET-NEXT-REVIEW-DATE.
       CALL "get-dual-control-limits" USING PRICE-CONTROL-PCT
           CREDIT-CONTROL-PCT.
       OPEN I-O CUSTOMERS-FILE.
       OPEN I-O PAYMENTS-FILE.
       OPEN I-O INVOICES-FILE.
       OPEN I-O CREDIT-EVENTS-FILE.
       OPEN I-O SALES-HISTORY-FILE.
       MOVE 0 TO END-OF-CUSTOMERS.
       PERFORM REVIEW-NEXT-CUSTOMER UNTIL END-OF-CUSTOMERS = 1.
       CLOSE CUSTOMERS-FILE.
       CLOSE PAYMENTS-FILE.
       CLOSE INVOICES-FILE.
       CLOSE CREDIT-EVENTS-FILE.
       CLOSE SALES-HISTORY-FILE.
       DISPLAY "Credit review complete. Reviewed: " ACCOUNTS-REVIEWED
       " Left for later: " ACCOUNTS-SKIPPED.
       GOBACK.

      *A quarter on from today; the day is held to the 28th so it
      *lands in every month.
       SET-NEXT-REVIEW-DATE.
       MOVE RUN-DATE TO NEXT-REVIEW-DATE.
       ADD 3 TO NEXT-REVIEW-MONTH.
       IF NEXT-REVIEW-MONTH > 12
           SUBTRACT 12 FROM NEXT-REVIEW-MONTH
           ADD 1 TO NEXT-REVIEW-YEAR
       END-IF.
       IF NEXT-REVIEW-DAY > 28
           MOVE 28 TO NEXT-REVIEW-DAY.

      *Accounts set up before review dates were kept have none and
      *are due at once. Merged-away accounts are not reviewed.
       REVIEW-NEXT-CUSTOMER.
       READ CUSTOMERS-FILE NEXT RECORD WITH LOCK
           AT END MOVE 1 TO END-OF-CUSTOMERS
       END-READ.
       IF END-OF-CUSTOMERS = 0
           AND CUSTOMER-COMPANY-CODE = SESSION-COMPANY-CODE
           AND CUSTOMER-MERGED-INTO = 0
           IF CUSTOMER-REVIEW-DATE NOT NUMERIC
               MOVE 0 TO CUSTOMER-REVIEW-DATE
           END-IF
           IF CUSTOMER-REVIEW-DATE <= RUN-DATE
               PERFORM REVIEW-ONE-CUSTOMER
           END-IF
       END-IF.

       REVIEW-ONE-CUSTOMER.
       PERFORM GATHER-PAYMENT-BEHAVIOUR.
       PERFORM GATHER-CREDIT-HISTORY.
       PERFORM GATHER-SALES-TREND.
       PERFORM SUGGEST-NEW-LIMIT.
       PERFORM SHOW-REVIEW-FIGURES.
       PERFORM TAKE-REVIEW-DECISION.

      *Days to pay run from the invoice date to the payment date.
      *Deposits and payments on account carry no invoice and are
      *left out.
       GATHER-PAYMENT-BEHAVIOUR.
       MOVE 0 TO PAYMENTS-COUNTED.
       MOVE 0 TO TOTAL-DAYS-TO-PAY.
       MOVE 0 TO AVERAGE-DAYS-TO-PAY.
       MOVE 0 TO WORST-DAYS-TO-PAY.
       MOVE 0 TO PAYMENT-ID.
       MOVE 0 TO END-OF-FILE.
       START PAYMENTS-FILE KEY IS >= PAYMENT-ID
           INVALID KEY MOVE 1 TO END-OF-FILE.
       PERFORM READ-NEXT-PAYMENT UNTIL END-OF-FILE = 1.
       IF PAYMENTS-COUNTED > 0
           COMPUTE AVERAGE-DAYS-TO-PAY ROUNDED =
               TOTAL-DAYS-TO-PAY / PAYMENTS-COUNTED
       END-IF.

       READ-NEXT-PAYMENT.
       READ PAYMENTS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND PAYMENT-CUSTOMER-ID = CUSTOMER-ID
           AND PAYMENT-DATE > WINDOW-START-DATE
           AND PAYMENT-INVOICE-ID > 0
           AND NOT PAYMENT-IS-DEPOSIT
           PERFORM TIME-ONE-PAYMENT
       END-IF.

       TIME-ONE-PAYMENT.
       MOVE PAYMENT-INVOICE-ID TO INVOICE-ID.
       MOVE "S" TO RECORD-FOUND.
       READ INVOICES-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           MOVE PAYMENT-DATE TO CONV-DATE-X
           PERFORM COMPUTE-CONV-DAYNUM
           MOVE CONV-DAYNUM TO PAID-DAYNUM
           MOVE INVOICE-DATE TO CONV-DATE-X
           PERFORM COMPUTE-CONV-DAYNUM
           COMPUTE DAYS-TO-PAY = PAID-DAYNUM - CONV-DAYNUM
           IF DAYS-TO-PAY < 0
               MOVE 0 TO DAYS-TO-PAY
           END-IF
           ADD 1 TO PAYMENTS-COUNTED
           ADD DAYS-TO-PAY TO TOTAL-DAYS-TO-PAY
           IF DAYS-TO-PAY > WORST-DAYS-TO-PAY
               MOVE DAYS-TO-PAY TO WORST-DAYS-TO-PAY
           END-IF
       END-IF.

       COMPUTE-CONV-DAYNUM.
       COMPUTE CONV-DAYNUM = (CONV-YEAR * 360) + (CONV-MONTH * 30)
           + CONV-DAY.

      *The credit history holds the balance each invoice left, every
      *reminder letter and every credit hold; the year's high balance
      *is never less than what is owed today.
       GATHER-CREDIT-HISTORY.
       MOVE CUSTOMER-OPEN-BALANCE TO HIGH-BALANCE.
       MOVE 0 TO LETTERS-SENT.
       MOVE 0 TO HOLDS-PLACED.
       MOVE CUSTOMER-ID TO CREDIT-EVENT-CUSTOMER-ID.
       MOVE WINDOW-START-DATE TO CREDIT-EVENT-DATE.
       MOVE 999 TO CREDIT-EVENT-SEQ.
       MOVE 0 TO END-OF-FILE.
       START CREDIT-EVENTS-FILE KEY IS > CREDIT-EVENT-KEY
           INVALID KEY MOVE 1 TO END-OF-FILE.
       PERFORM READ-NEXT-CREDIT-EVENT UNTIL END-OF-FILE = 1.

       READ-NEXT-CREDIT-EVENT.
       READ CREDIT-EVENTS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND CREDIT-EVENT-CUSTOMER-ID NOT = CUSTOMER-ID
           MOVE 1 TO END-OF-FILE
       END-IF.
       IF END-OF-FILE = 0
           IF CREDIT-EVENT-IS-DUNNING
               ADD 1 TO LETTERS-SENT
           ELSE IF CREDIT-EVENT-IS-HOLD
               ADD 1 TO HOLDS-PLACED
           ELSE IF CREDIT-EVENT-IS-BALANCE
               AND CREDIT-EVENT-AMOUNT > HIGH-BALANCE
               MOVE CREDIT-EVENT-AMOUNT TO HIGH-BALANCE.

      *This twelve months' revenue against the twelve before, from
      *the customer rows of the sales history.
       GATHER-SALES-TREND.
       MOVE 0 TO REVENUE-THIS-YEAR.
       MOVE 0 TO REVENUE-LAST-YEAR.
       MOVE 0 TO SALES-TREND-PCT.
       MOVE TWO-YEARS-AGO-PERIOD TO SH-PERIOD.
       MOVE HIGH-VALUES TO SH-ROW-TYPE.
       MOVE HIGH-VALUES TO SH-KEY-ID.
       MOVE 0 TO END-OF-FILE.
       START SALES-HISTORY-FILE KEY IS > SALES-HISTORY-KEY
           INVALID KEY MOVE 1 TO END-OF-FILE.
       PERFORM READ-NEXT-SALES-ROW UNTIL END-OF-FILE = 1.
       IF REVENUE-LAST-YEAR > 0
           COMPUTE SALES-TREND-PCT ROUNDED =
               (REVENUE-THIS-YEAR - REVENUE-LAST-YEAR) * 100
               / REVENUE-LAST-YEAR
       END-IF.

       READ-NEXT-SALES-ROW.
       READ SALES-HISTORY-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0 AND SH-PERIOD > RUN-PERIOD
           MOVE 1 TO END-OF-FILE
       END-IF.
       IF END-OF-FILE = 0
           AND SH-IS-CUSTOMER-ROW
           AND SH-KEY-ID (1:6) = CUSTOMER-ID
           IF SH-PERIOD > YEAR-AGO-PERIOD
               ADD SH-REVENUE TO REVENUE-THIS-YEAR
           ELSE
               ADD SH-REVENUE TO REVENUE-LAST-YEAR
           END-IF
       END-IF.

      *Slow or erratic payers, and accounts that needed chasing or
      *holding, are cut back by a quarter. Prompt payers with a clean
      *record who are pressing against their limit on steady or
      *growing sales are offered a quarter more. An account with no
      *limit is left as it is.
       SUGGEST-NEW-LIMIT.
       MOVE "KEEP" TO SUGGESTION.
       MOVE CUSTOMER-CREDIT-LIMIT TO SUGGESTED-LIMIT.
       MOVE 0 TO BALANCE-USE-PCT.
       IF CUSTOMER-CREDIT-LIMIT > 0
           COMPUTE BALANCE-USE-PCT ROUNDED =
               HIGH-BALANCE * 100 / CUSTOMER-CREDIT-LIMIT
           ON SIZE ERROR
               MOVE 9999 TO BALANCE-USE-PCT
           END-COMPUTE
       END-IF.
       IF CUSTOMER-CREDIT-LIMIT = 0
           CONTINUE
       ELSE IF AVERAGE-DAYS-TO-PAY > 60
           OR WORST-DAYS-TO-PAY > 90
           OR HOLDS-PLACED > 0
           OR LETTERS-SENT >= 3
           MOVE "CUT" TO SUGGESTION
           COMPUTE SUGGESTED-LIMIT ROUNDED =
               CUSTOMER-CREDIT-LIMIT * 0.75
       ELSE IF PAYMENTS-COUNTED > 0
           AND AVERAGE-DAYS-TO-PAY <= 30
           AND WORST-DAYS-TO-PAY <= 45
           AND LETTERS-SENT = 0
           AND BALANCE-USE-PCT >= 80
           AND SALES-TREND-PCT >= 0
           MOVE "RAISE" TO SUGGESTION
           COMPUTE SUGGESTED-LIMIT ROUNDED =
               CUSTOMER-CREDIT-LIMIT * 1.25.

       SHOW-REVIEW-FIGURES.
       DISPLAY " ".
       DISPLAY "Customer " CUSTOMER-ID " " CUSTOMER-FULL-NAME.
       MOVE CUSTOMER-CREDIT-LIMIT TO AMOUNT-EDIT.
       DISPLAY "  Credit limit:        " AMOUNT-EDIT.
       MOVE CUSTOMER-OPEN-BALANCE TO AMOUNT-EDIT.
       DISPLAY "  Balance today:       " AMOUNT-EDIT.
       MOVE HIGH-BALANCE TO AMOUNT-EDIT.
       DISPLAY "  High balance (12m):  " AMOUNT-EDIT.
       DISPLAY "  Payments timed:      " PAYMENTS-COUNTED
           "  Average days: " AVERAGE-DAYS-TO-PAY
           "  Worst days: " WORST-DAYS-TO-PAY.
       DISPLAY "  Dunning letters:     " LETTERS-SENT
           "  Credit holds: " HOLDS-PLACED.
       MOVE REVENUE-THIS-YEAR TO AMOUNT-EDIT.
       DISPLAY "  Sales last 12m:      " AMOUNT-EDIT.
       MOVE REVENUE-LAST-YEAR TO AMOUNT-EDIT.
       DISPLAY "  Sales 12m before:    " AMOUNT-EDIT.
       MOVE SALES-TREND-PCT TO TREND-EDIT.
       IF REVENUE-LAST-YEAR = 0
           DISPLAY "  Sales trend:         no prior year"
       ELSE
           DISPLAY "  Sales trend:         " TREND-EDIT "%"
       END-IF.
       MOVE SUGGESTED-LIMIT TO AMOUNT-EDIT.
       DISPLAY "  Suggestion:          " SUGGESTION
           " limit " AMOUNT-EDIT.

      *Skipping leaves the account due, so it comes up again on the
      *next run; quitting ends the run and leaves the rest due.
       TAKE-REVIEW-DECISION.
       DISPLAY "(A)ccept, (O)verride, (S)kip or (Q)uit the run? ".
       ACCEPT REVIEW-DECISION.
       INSPECT REVIEW-DECISION CONVERTING "aosq" TO "AOSQ".
       MOVE CUSTOMER-CREDIT-LIMIT TO OLD-LIMIT.
       IF REVIEW-DECISION = "A"
           MOVE SUGGESTED-LIMIT TO KEYED-LIMIT
           PERFORM RECORD-REVIEW
       ELSE IF REVIEW-DECISION = "O"
           DISPLAY "Enter the new credit limit (0 for no limit): "
           ACCEPT LIMIT-ENTRY
           MOVE LIMIT-ENTRY TO KEYED-LIMIT
           PERFORM RECORD-REVIEW
       ELSE IF REVIEW-DECISION = "Q"
           ADD 1 TO ACCOUNTS-SKIPPED
           MOVE 1 TO END-OF-CUSTOMERS
       ELSE
           ADD 1 TO ACCOUNTS-SKIPPED
           DISPLAY "Review left for later.".

      *Cuts take effect at once. A raise past the dual-control limit
      *is parked for a second administrator, as it is when a limit is
      *changed by hand; the review itself still counts as done.
       RECORD-REVIEW.
       PERFORM CHECK-LIMIT-CONTROL.
       IF KEYED-LIMIT NOT = OLD-LIMIT
           IF LIMIT-NEEDS-APPROVAL = "Y"
               PERFORM PARK-LIMIT-CHANGE
           ELSE
               MOVE KEYED-LIMIT TO CUSTOMER-CREDIT-LIMIT
           END-IF
       END-IF.
       MOVE RUN-DATE TO CUSTOMER-LAST-REVIEW-DATE.
       MOVE NEXT-REVIEW-DATE TO CUSTOMER-REVIEW-DATE.
       REWRITE CUSTOMER-REGISTRATION
           INVALID KEY
               DISPLAY "Error updating customer record."
           NOT INVALID KEY
               ADD 1 TO ACCOUNTS-REVIEWED
               DISPLAY "Review recorded. Next review "
                   NEXT-REVIEW-DATE "."
               PERFORM LOG-REVIEW-AUDIT
               PERFORM LOG-REVIEW-EVENT
       END-REWRITE.

       CHECK-LIMIT-CONTROL.
       MOVE "N" TO LIMIT-NEEDS-APPROVAL.
       IF KEYED-LIMIT = 0 AND OLD-LIMIT > 0
           MOVE "Y" TO LIMIT-NEEDS-APPROVAL
       END-IF.
       IF OLD-LIMIT > 0 AND KEYED-LIMIT > OLD-LIMIT
           COMPUTE LIMIT-RISE-PCT ROUNDED =
               (KEYED-LIMIT - OLD-LIMIT) * 100 / OLD-LIMIT
           IF LIMIT-RISE-PCT > CREDIT-CONTROL-PCT
               MOVE "Y" TO LIMIT-NEEDS-APPROVAL
           END-IF
       END-IF.

       PARK-LIMIT-CHANGE.
       MOVE SPACE TO PARK-RECORD-KEY.
       MOVE CUSTOMER-ID TO PARK-KEY-CUSTOMER-ID.
       MOVE SPACE TO PARK-OLD-VALUE.
       MOVE OLD-LIMIT TO PARK-OLD-AMOUNT.
       MOVE SPACE TO PARK-NEW-VALUE.
       MOVE KEYED-LIMIT TO PARK-NEW-AMOUNT.
       CALL "park-master-change" USING PARK-ENTITY PARK-RECORD-KEY
           PARK-FIELD PARK-OLD-VALUE PARK-NEW-VALUE PARKED-ID.
       DISPLAY "The credit limit increase is held as change "
           PARKED-ID.
       DISPLAY "It waits until another administrator approves it.".

       LOG-REVIEW-AUDIT.
       MOVE SPACE TO PARK-RECORD-KEY.
       MOVE CUSTOMER-ID TO PARK-KEY-CUSTOMER-ID.
       MOVE SPACE TO AUDIT-BEFORE.
       MOVE SPACE TO AUDIT-AFTER.
       STRING "LIMIT=" DELIMITED BY SIZE
           OLD-LIMIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SUGGESTION DELIMITED BY SIZE
           INTO AUDIT-BEFORE.
       STRING "REVIEW " DELIMITED BY SIZE
           REVIEW-DECISION DELIMITED BY SIZE
           " LIMIT=" DELIMITED BY SIZE
           KEYED-LIMIT DELIMITED BY SIZE
           INTO AUDIT-AFTER.
       CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD PARK-RECORD-KEY
           AUDIT-BEFORE AUDIT-AFTER.

       LOG-REVIEW-EVENT.
       MOVE "R" TO CREDIT-EVENT-TYPE-FIELD.
       MOVE 0 TO CREDIT-EVENT-LEVEL-FIELD.
       MOVE KEYED-LIMIT TO CREDIT-EVENT-AMOUNT-FIELD.
       MOVE SPACE TO CREDIT-EVENT-REF-FIELD.
       STRING "REVIEW " DELIMITED BY SIZE
           REVIEW-DECISION DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SUGGESTION DELIMITED BY SIZE
           INTO CREDIT-EVENT-REF-FIELD.
       CLOSE CREDIT-EVENTS-FILE.
       CALL "log-credit-event" USING CUSTOMER-ID
           CREDIT-EVENT-TYPE-FIELD CREDIT-EVENT-LEVEL-FIELD
           CREDIT-EVENT-AMOUNT-FIELD CREDIT-EVENT-REF-FIELD.
       OPEN I-O CREDIT-EVENTS-FILE.

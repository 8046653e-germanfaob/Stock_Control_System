       IDENTIFICATION DIVISION.
       PROGRAM-ID. cash-flow-forecast.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "invoice-physical-file.cbl".
       COPY "payment-physical-file.cbl".
       COPY "vendor-invoice-physical-file.cbl".
       COPY "purchase-order-physical-file.cbl".
       COPY "purchase-order-lines-physical-file.cbl".
       COPY "vendor-physical-file.cbl".
       COPY "physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with invoice fields.
       COPY "invoice-logic-file.cbl".
      * Logic file with payment fields.
       COPY "payment-logic-file.cbl".
      * Logic file with vendor invoice fields.
       COPY "vendor-invoice-logic-file.cbl".
      * Logic file with purchase order fields.
       COPY "purchase-order-logic-file.cbl".
      * Logic file with purchase order line fields.
       COPY "purchase-order-lines-logic-file.cbl".
      * Logic file with vendor fields.
       COPY "vendor-logic-file.cbl".
      * Logic file with products fields.
       COPY "logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  SCAN-END PIC 9 VALUE 0.
       77  RUN-DATE PIC 9(8).
       77  OPENING-ENTRY PIC 9(9).99.
       77  OVERDRAWN-ANSWER PIC X.
       77  OPENING-BALANCE PIC S9(11)V99.
       77  CLOSING-BALANCE PIC S9(11)V99.
       77  WEEK-NET PIC S9(11)V99.
       77  EVENT-DATE PIC 9(8).
       77  EVENT-WEEK PIC 9(2).
       77  HORIZON-END-DATE PIC 9(8).
       77  FORECAST-AMOUNT PIC 9(11)V99.
       77  DOC-AMOUNT PIC 9(11)V99.
       77  PAY-DAYS PIC S9(7).
       77  AVERAGE-PAY-DAYS PIC 9(3).
       77  PO-VALUE PIC 9(11)V99.
       77  PO-LEAD-DAYS PIC 9(3).
       77  DUE-DATE-FOUND PIC 9(8).
       77  DISCOUNT-DATE-FOUND PIC 9(8).
       77  DISCOUNT-PCT-FOUND PIC 9(2)V99.
      * Eight weeks from today, Monday's question.
       01  WEEK-TABLE.
           05  WEEK-ENTRY OCCURS 8 TIMES.
               10  WEEK-START-DATE PIC 9(8).
               10  WEEK-END-DATE   PIC 9(8).
               10  WEEK-AR-IN      PIC 9(11)V99.
               10  WEEK-AP-OUT     PIC 9(11)V99.
               10  WEEK-PO-OUT     PIC 9(11)V99.
       77  WEEK-IDX PIC 9(2).
       77  LATER-AR-IN PIC 9(11)V99 VALUE 0.
       77  LATER-AP-OUT PIC 9(11)V99 VALUE 0.
       77  LATER-PO-OUT PIC 9(11)V99 VALUE 0.
      * How long each customer has taken to pay, invoice date to
      * payment date, over every payment on file.
       01  PH-COUNT PIC 9(3) VALUE 0.
       01  PH-TABLE.
           05  PH-ENTRY OCCURS 500 TIMES.
               10  PH-CUSTOMER-ID  PIC 9(6).
               10  PH-DAYS         PIC 9(9).
               10  PH-PAYMENTS     PIC 9(5).
       01  PH-IDX PIC 9(3).
       01  PH-FOUND PIC X.
      * What the vendors have already billed against each order, in
      * the order's own currency.
       01  PI-COUNT PIC 9(3) VALUE 0.
       01  PI-TABLE.
           05  PI-ENTRY OCCURS 500 TIMES.
               10  PI-PO-ID        PIC 9(6).
               10  PI-DOC-TOTAL    PIC 9(11)V99.
       01  PI-IDX PIC 9(3).
       01  PI-FOUND PIC X.
      * Today's rate per currency, asked for once.
       01  RATE-COUNT PIC 9(2) VALUE 0.
       01  RATE-TABLE.
           05  RATE-ENTRY OCCURS 20 TIMES.
               10  RATE-CURRENCY   PIC X(3).
               10  RATE-VALUE      PIC 9(5)V9(6).
       01  RATE-IDX PIC 9(2).
       01  RATE-FOUND PIC X.
       77  WORK-CURRENCY PIC X(3).
       77  WORK-RATE PIC 9(5)V9(6).
       01  CONV-DATE-X PIC X(8).
       01  CONV-DATE-N REDEFINES CONV-DATE-X.
           05  CONV-YEAR  PIC 9(4).
           05  CONV-MONTH PIC 9(2).
           05  CONV-DAY   PIC 9(2).
       01  CONV-DAYNUM PIC 9(7).
       01  INVOICE-DAYNUM PIC 9(7).
       77  DAYS-TO-ADD PIC 9(3).
       77  DAYS-IN-MONTH PIC 9(2).
       77  YEAR-QUOTIENT PIC 9(4).
       77  YEAR-REMAINDER PIC 9(2).
       01  STEP-DATE-FIELDS.
           05  STEP-YEAR  PIC 9(4).
           05  STEP-MONTH PIC 9(2).
           05  STEP-DAY   PIC 9(2).
       01  STEP-DATE-NUMERIC REDEFINES STEP-DATE-FIELDS PIC 9(8).
       77  WEEK-NUMBER-EDIT PIC 9.
       77  IN-EDIT PIC Z(10)9.99.
       77  AP-EDIT PIC Z(10)9.99.
       77  PO-EDIT PIC Z(10)9.99.
       77  NET-EDIT PIC -Z(9)9.99.
       77  BALANCE-EDIT PIC -Z(9)9.99.
       01  REPORT-LINE-BUFFER PIC X(132).
       77  SPOOL-ACTION PIC X.
       77  SPOOL-REPORT-NAME PIC X(12) VALUE "CASHFORECAST".
      * Options a saved report request can answer in place of the
      * prompts.
       COPY "report-parm.cbl".

       PROCEDURE DIVISION.

      *The Monday cash question in one report: what comes in from
      *open receivables and goes out on approved vendor bills and
      *on purchase orders the vendor has not billed yet, week by
      *week for eight weeks, with a running bank balance from the
      *figure the operator gives. Everything is in home money at
      *today's rate from EXRATES. A customer's money is expected
      *as many days after the invoice as they have taken on
      *average before; one with no history is expected on the due
      *date. Anything already overdue falls in the first week.
       PROGRAM-BEGIN.
       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       PERFORM ASK-OPENING-ENTRY.
       MOVE OPENING-ENTRY TO OPENING-BALANCE.
       PERFORM ASK-OVERDRAWN-ANSWER.
       IF OVERDRAWN-ANSWER = "Y" OR OVERDRAWN-ANSWER = "y"
           COMPUTE OPENING-BALANCE = 0 - OPENING-BALANCE
       END-IF.
       PERFORM BUILD-WEEK-BUCKETS.
       OPEN I-O INVOICES-FILE.
       OPEN I-O PAYMENTS-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM GATHER-NEXT-PAYMENT UNTIL END-OF-FILE = 1.
       CLOSE PAYMENTS-FILE.
       MOVE 0 TO INVOICE-ID.
       MOVE 0 TO END-OF-FILE.
       START INVOICES-FILE KEY IS >= INVOICE-ID
           INVALID KEY MOVE 1 TO END-OF-FILE.
       PERFORM GATHER-NEXT-RECEIVABLE UNTIL END-OF-FILE = 1.
       CLOSE INVOICES-FILE.
       OPEN I-O VENDOR-INVOICES-FILE.
       OPEN I-O VENDORS-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM GATHER-NEXT-PAYABLE UNTIL END-OF-FILE = 1.
       CLOSE VENDOR-INVOICES-FILE.
       OPEN I-O PURCHASE-ORDERS-FILE.
       OPEN I-O PO-LINES-FILE.
       OPEN I-O PRODUCTS-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM GATHER-NEXT-PURCHASE-ORDER UNTIL END-OF-FILE = 1.
       CLOSE PURCHASE-ORDERS-FILE.
       CLOSE PO-LINES-FILE.
       CLOSE VENDORS-FILE.
       CLOSE PRODUCTS-FILE.
       PERFORM PRINT-CASH-FORECAST.
       GOBACK.

       BUILD-WEEK-BUCKETS.
       MOVE RUN-DATE TO STEP-DATE-NUMERIC.
       MOVE 1 TO WEEK-IDX.
       PERFORM BUILD-ONE-WEEK UNTIL WEEK-IDX > 8.
       MOVE WEEK-END-DATE (8) TO HORIZON-END-DATE.

       BUILD-ONE-WEEK.
       MOVE STEP-DATE-NUMERIC TO WEEK-START-DATE (WEEK-IDX).
       MOVE 6 TO DAYS-TO-ADD.
       PERFORM ADVANCE-ONE-DAY UNTIL DAYS-TO-ADD = 0.
       MOVE STEP-DATE-NUMERIC TO WEEK-END-DATE (WEEK-IDX).
       MOVE 1 TO DAYS-TO-ADD.
       PERFORM ADVANCE-ONE-DAY UNTIL DAYS-TO-ADD = 0.
       MOVE 0 TO WEEK-AR-IN (WEEK-IDX).
       MOVE 0 TO WEEK-AP-OUT (WEEK-IDX).
       MOVE 0 TO WEEK-PO-OUT (WEEK-IDX).
       ADD 1 TO WEEK-IDX.

      *Past dates fall in week 1: the money is owed now. Dates past
      *the horizon come back as week zero and go in the later line.
       FIND-EVENT-WEEK.
       MOVE 0 TO EVENT-WEEK.
       IF EVENT-DATE <= HORIZON-END-DATE
           MOVE 1 TO WEEK-IDX
           PERFORM CHECK-EVENT-WEEK
               UNTIL EVENT-WEEK > 0 OR WEEK-IDX > 8
       END-IF.

       CHECK-EVENT-WEEK.
       IF EVENT-DATE <= WEEK-END-DATE (WEEK-IDX)
           MOVE WEEK-IDX TO EVENT-WEEK
       ELSE
           ADD 1 TO WEEK-IDX.

      *Deposits are taken before there is an invoice to pay, so
      *they say nothing about how promptly the customer pays.
       GATHER-NEXT-PAYMENT.
       READ PAYMENTS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF PAYMENT-INVOICE-ID > 0
               AND NOT PAYMENT-IS-DEPOSIT
               MOVE PAYMENT-INVOICE-ID TO INVOICE-ID
               READ INVOICES-FILE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM FOLD-PAYMENT-DAYS
               END-READ
           END-IF
       END-IF.

       FOLD-PAYMENT-DAYS.
       MOVE INVOICE-DATE TO CONV-DATE-X.
       PERFORM COMPUTE-CONV-DAYNUM.
       MOVE CONV-DAYNUM TO INVOICE-DAYNUM.
       MOVE PAYMENT-DATE TO CONV-DATE-X.
       PERFORM COMPUTE-CONV-DAYNUM.
       COMPUTE PAY-DAYS = CONV-DAYNUM - INVOICE-DAYNUM.
       IF PAY-DAYS < 0
           MOVE 0 TO PAY-DAYS
       END-IF.
       PERFORM FIND-PH-ROW-FOR-INVOICE.
       IF PH-FOUND = "N" AND PH-COUNT < 500
           ADD 1 TO PH-COUNT
           MOVE PH-COUNT TO PH-IDX
           MOVE INVOICE-CUSTOMER-ID TO PH-CUSTOMER-ID (PH-IDX)
           MOVE 0 TO PH-DAYS (PH-IDX)
           MOVE 0 TO PH-PAYMENTS (PH-IDX)
           MOVE "Y" TO PH-FOUND
       END-IF.
       IF PH-FOUND = "Y"
           ADD PAY-DAYS TO PH-DAYS (PH-IDX)
           ADD 1 TO PH-PAYMENTS (PH-IDX)
       END-IF.

       FIND-PH-ROW-FOR-INVOICE.
       MOVE "N" TO PH-FOUND.
       MOVE 1 TO PH-IDX.
       PERFORM FIND-PH-ROW
           UNTIL PH-FOUND = "Y" OR PH-IDX > PH-COUNT.

       FIND-PH-ROW.
       IF PH-CUSTOMER-ID (PH-IDX) = INVOICE-CUSTOMER-ID
           MOVE "Y" TO PH-FOUND
       ELSE
           ADD 1 TO PH-IDX.

       COMPUTE-CONV-DAYNUM.
       COMPUTE CONV-DAYNUM = (CONV-YEAR * 360) + (CONV-MONTH * 30)
           + CONV-DAY.

       GATHER-NEXT-RECEIVABLE.
       READ INVOICES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND INVOICE-COMPANY-CODE = SESSION-COMPANY-CODE
           IF INVOICE-BALANCE > 0
               AND INVOICE-STATUS NOT = "Paid"
               PERFORM FORECAST-RECEIVABLE
           END-IF
       END-IF.

      *The balance is held in home money at the invoice-date rate;
      *a foreign invoice is taken back to its own currency and
      *brought home again at today's rate.
       FORECAST-RECEIVABLE.
       MOVE INVOICE-BALANCE TO FORECAST-AMOUNT.
       IF INVOICE-CURRENCY-CODE NOT = SPACE
           AND INVOICE-EXCHANGE-RATE > 0
           COMPUTE DOC-AMOUNT ROUNDED =
               INVOICE-BALANCE / INVOICE-EXCHANGE-RATE
           MOVE INVOICE-CURRENCY-CODE TO WORK-CURRENCY
           PERFORM FIND-TODAYS-RATE
           COMPUTE FORECAST-AMOUNT ROUNDED = DOC-AMOUNT * WORK-RATE
       END-IF.
       PERFORM FIND-PH-ROW-FOR-INVOICE.
       IF PH-FOUND = "Y"
           COMPUTE AVERAGE-PAY-DAYS ROUNDED =
               PH-DAYS (PH-IDX) / PH-PAYMENTS (PH-IDX)
           MOVE INVOICE-DATE TO STEP-DATE-NUMERIC
           MOVE AVERAGE-PAY-DAYS TO DAYS-TO-ADD
           PERFORM ADVANCE-ONE-DAY UNTIL DAYS-TO-ADD = 0
           MOVE STEP-DATE-NUMERIC TO EVENT-DATE
       ELSE IF INVOICE-DUE-DATE > 0
           MOVE INVOICE-DUE-DATE TO EVENT-DATE
       ELSE
           MOVE INVOICE-DATE TO STEP-DATE-NUMERIC
           MOVE 30 TO DAYS-TO-ADD
           PERFORM ADVANCE-ONE-DAY UNTIL DAYS-TO-ADD = 0
           MOVE STEP-DATE-NUMERIC TO EVENT-DATE
       END-IF.
       PERFORM FIND-EVENT-WEEK.
       IF EVENT-WEEK > 0
           ADD FORECAST-AMOUNT TO WEEK-AR-IN (EVENT-WEEK)
       ELSE
           ADD FORECAST-AMOUNT TO LATER-AR-IN
       END-IF.

      *Every vendor bill tells what has already been billed against
      *its order; only approved bills are paid out - held ones wait
      *on a dispute and paid ones are gone. A bill belongs to the
      *company of the vendor who sent it.
       GATHER-NEXT-PAYABLE.
       READ VENDOR-INVOICES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE VENDOR-INVOICE-VENDOR-ID TO VENDOR-ID
           MOVE "S" TO RECORD-FOUND
           READ VENDORS-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND
           END-READ
           IF RECORD-FOUND = "S"
               AND VENDOR-COMPANY-CODE = SESSION-COMPANY-CODE
               IF VENDOR-INVOICE-PO-ID > 0
                   PERFORM ADD-TO-PI-ROW
               END-IF
               IF VENDOR-INVOICE-IS-APPROVED
                   PERFORM FORECAST-PAYABLE
               END-IF
           END-IF
       END-IF.

       FORECAST-PAYABLE.
       MOVE VENDOR-INVOICE-TOTAL TO FORECAST-AMOUNT.
       IF VENDOR-INVOICE-CURRENCY NOT = SPACE
           MOVE VENDOR-INVOICE-CURRENCY TO WORK-CURRENCY
           PERFORM FIND-TODAYS-RATE
           COMPUTE FORECAST-AMOUNT ROUNDED =
               VENDOR-INVOICE-DOC-TOTAL * WORK-RATE
       END-IF.
       IF VENDOR-INVOICE-DUE-DATE > 0
           MOVE VENDOR-INVOICE-DUE-DATE TO EVENT-DATE
       ELSE
           MOVE VENDOR-INVOICE-DATE TO EVENT-DATE
       END-IF.
       PERFORM FIND-EVENT-WEEK.
       IF EVENT-WEEK > 0
           ADD FORECAST-AMOUNT TO WEEK-AP-OUT (EVENT-WEEK)
       ELSE
           ADD FORECAST-AMOUNT TO LATER-AP-OUT
       END-IF.

       ADD-TO-PI-ROW.
       MOVE VENDOR-INVOICE-PO-ID TO PO-ID.
       PERFORM FIND-PI-ROW-FOR-PO.
       IF PI-FOUND = "N" AND PI-COUNT < 500
           ADD 1 TO PI-COUNT
           MOVE PI-COUNT TO PI-IDX
           MOVE PO-ID TO PI-PO-ID (PI-IDX)
           MOVE 0 TO PI-DOC-TOTAL (PI-IDX)
           MOVE "Y" TO PI-FOUND
       END-IF.
       IF PI-FOUND = "Y"
           ADD VENDOR-INVOICE-DOC-TOTAL TO PI-DOC-TOTAL (PI-IDX)
       END-IF.

       FIND-PI-ROW-FOR-PO.
       MOVE "N" TO PI-FOUND.
       MOVE 1 TO PI-IDX.
       PERFORM FIND-PI-ROW
           UNTIL PI-FOUND = "Y" OR PI-IDX > PI-COUNT.

       FIND-PI-ROW.
       IF PI-PO-ID (PI-IDX) = PO-ID
           MOVE "Y" TO PI-FOUND
       ELSE
           ADD 1 TO PI-IDX.

      *Open orders, and received ones the vendor has still to bill,
      *will be paid on the vendor's terms from the day the goods
      *come in. Drafts are not yet commitments.
       GATHER-NEXT-PURCHASE-ORDER.
       READ PURCHASE-ORDERS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND PO-COMPANY-CODE = SESSION-COMPANY-CODE
           IF PO-STATUS = "Open" OR PO-STATUS = "Received"
               PERFORM FORECAST-PURCHASE-ORDER
           END-IF
       END-IF.

       FORECAST-PURCHASE-ORDER.
       MOVE 0 TO PO-VALUE.
       MOVE 0 TO PO-LEAD-DAYS.
       MOVE PO-ID TO PO-LINE-PO-ID.
       MOVE 0 TO PO-LINE-NUMBER.
       MOVE 0 TO SCAN-END.
       START PO-LINES-FILE KEY IS >= PO-LINE-KEY
           INVALID KEY MOVE 1 TO SCAN-END.
       PERFORM ADD-NEXT-PO-LINE UNTIL SCAN-END = 1.
       PERFORM FIND-PI-ROW-FOR-PO.
       IF PI-FOUND = "Y"
           IF PI-DOC-TOTAL (PI-IDX) >= PO-VALUE
               MOVE 0 TO PO-VALUE
           ELSE
               SUBTRACT PI-DOC-TOTAL (PI-IDX) FROM PO-VALUE
           END-IF
       END-IF.
       IF PO-VALUE > 0
           PERFORM SCHEDULE-PURCHASE-ORDER
       END-IF.

       ADD-NEXT-PO-LINE.
       READ PO-LINES-FILE NEXT RECORD
           AT END MOVE 1 TO SCAN-END
       END-READ.
       IF SCAN-END = 0
           IF PO-LINE-PO-ID NOT = PO-ID
               MOVE 1 TO SCAN-END
           ELSE
               COMPUTE PO-VALUE = PO-VALUE
                   + PO-LINE-ORDERED-QTY * PO-LINE-UNIT-COST
               MOVE PO-LINE-PRODUCT-ID TO PRODUCT-ID
               READ PRODUCTS-FILE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRODUCT-LEAD-TIME-DAYS > PO-LEAD-DAYS
                           MOVE PRODUCT-LEAD-TIME-DAYS
                               TO PO-LEAD-DAYS
                       END-IF
               END-READ
           END-IF
       END-IF.

      *An order with no expected date is looked for a lead time
      *after it was placed - the longest lead time on its lines.
       SCHEDULE-PURCHASE-ORDER.
       MOVE PO-VALUE TO FORECAST-AMOUNT.
       IF PO-CURRENCY-CODE NOT = SPACE
           MOVE PO-CURRENCY-CODE TO WORK-CURRENCY
           PERFORM FIND-TODAYS-RATE
           COMPUTE FORECAST-AMOUNT ROUNDED = PO-VALUE * WORK-RATE
       END-IF.
       IF PO-EXPECTED-DATE > 0
           MOVE PO-EXPECTED-DATE TO EVENT-DATE
       ELSE
           MOVE PO-ORDER-DATE TO STEP-DATE-NUMERIC
           MOVE PO-LEAD-DAYS TO DAYS-TO-ADD
           PERFORM ADVANCE-ONE-DAY UNTIL DAYS-TO-ADD = 0
           MOVE STEP-DATE-NUMERIC TO EVENT-DATE
       END-IF.
       MOVE SPACE TO VENDOR-TERMS-CODE.
       MOVE PO-VENDOR-ID TO VENDOR-ID.
       READ VENDORS-FILE RECORD
           INVALID KEY
               MOVE SPACE TO VENDOR-TERMS-CODE
       END-READ.
       CALL "get-due-dates" USING VENDOR-TERMS-CODE EVENT-DATE
           DUE-DATE-FOUND DISCOUNT-DATE-FOUND DISCOUNT-PCT-FOUND.
       MOVE DUE-DATE-FOUND TO EVENT-DATE.
       PERFORM FIND-EVENT-WEEK.
       IF EVENT-WEEK > 0
           ADD FORECAST-AMOUNT TO WEEK-PO-OUT (EVENT-WEEK)
       ELSE
           ADD FORECAST-AMOUNT TO LATER-PO-OUT
       END-IF.

       FIND-TODAYS-RATE.
       MOVE "N" TO RATE-FOUND.
       MOVE 1 TO RATE-IDX.
       PERFORM FIND-RATE-ROW
           UNTIL RATE-FOUND = "Y" OR RATE-IDX > RATE-COUNT.
       IF RATE-FOUND = "Y"
           MOVE RATE-VALUE (RATE-IDX) TO WORK-RATE
       ELSE
           CALL "get-exchange-rate" USING WORK-CURRENCY RUN-DATE
               WORK-RATE
           IF RATE-COUNT < 20
               ADD 1 TO RATE-COUNT
               MOVE WORK-CURRENCY TO RATE-CURRENCY (RATE-COUNT)
               MOVE WORK-RATE TO RATE-VALUE (RATE-COUNT)
           END-IF
       END-IF.

       FIND-RATE-ROW.
       IF RATE-CURRENCY (RATE-IDX) = WORK-CURRENCY
           MOVE "Y" TO RATE-FOUND
       ELSE
           ADD 1 TO RATE-IDX.

       PRINT-CASH-FORECAST.
       MOVE "O" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "====== CASH FLOW FORECAST FROM " DELIMITED BY SIZE
           RUN-DATE DELIMITED BY SIZE
           " ======" DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE OPENING-BALANCE TO BALANCE-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Opening bank balance " DELIMITED BY SIZE
           BALANCE-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE OPENING-BALANCE TO CLOSING-BALANCE.
       MOVE 1 TO WEEK-IDX.
       PERFORM PRINT-NEXT-WEEK UNTIL WEEK-IDX > 8.
       MOVE "--------------------------------------------"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE LATER-AR-IN TO IN-EDIT.
       MOVE LATER-AP-OUT TO AP-EDIT.
       MOVE LATER-PO-OUT TO PO-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "After " DELIMITED BY SIZE
           HORIZON-END-DATE DELIMITED BY SIZE
           ": in " DELIMITED BY SIZE
           IN-EDIT DELIMITED BY SIZE
           " vendor bills " DELIMITED BY SIZE
           AP-EDIT DELIMITED BY SIZE
           " open orders " DELIMITED BY SIZE
           PO-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "============================================"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "C" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

       PRINT-NEXT-WEEK.
       COMPUTE WEEK-NET = WEEK-AR-IN (WEEK-IDX)
           - WEEK-AP-OUT (WEEK-IDX) - WEEK-PO-OUT (WEEK-IDX).
       ADD WEEK-NET TO CLOSING-BALANCE.
       MOVE WEEK-IDX TO WEEK-NUMBER-EDIT.
       MOVE WEEK-AR-IN (WEEK-IDX) TO IN-EDIT.
       MOVE WEEK-AP-OUT (WEEK-IDX) TO AP-EDIT.
       MOVE WEEK-PO-OUT (WEEK-IDX) TO PO-EDIT.
       MOVE WEEK-NET TO NET-EDIT.
       MOVE CLOSING-BALANCE TO BALANCE-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Week " DELIMITED BY SIZE
           WEEK-NUMBER-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WEEK-START-DATE (WEEK-IDX) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           WEEK-END-DATE (WEEK-IDX) DELIMITED BY SIZE
           " In " DELIMITED BY SIZE
           IN-EDIT DELIMITED BY SIZE
           " Bills " DELIMITED BY SIZE
           AP-EDIT DELIMITED BY SIZE
           " Orders " DELIMITED BY SIZE
           PO-EDIT DELIMITED BY SIZE
           " Net " DELIMITED BY SIZE
           NET-EDIT DELIMITED BY SIZE
           " Closing " DELIMITED BY SIZE
           BALANCE-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       ADD 1 TO WEEK-IDX.

      *Walked one day at a time so month ends and leap years come
      *out right, as the standing-order run advances its dates.
       ADVANCE-ONE-DAY.
       PERFORM FIND-DAYS-IN-MONTH.
       IF STEP-DAY < DAYS-IN-MONTH
           ADD 1 TO STEP-DAY
       ELSE
           MOVE 1 TO STEP-DAY
           IF STEP-MONTH < 12
               ADD 1 TO STEP-MONTH
           ELSE
               MOVE 1 TO STEP-MONTH
               ADD 1 TO STEP-YEAR
           END-IF
       END-IF.
       SUBTRACT 1 FROM DAYS-TO-ADD.

       FIND-DAYS-IN-MONTH.
       IF STEP-MONTH = 4 OR STEP-MONTH = 6
           OR STEP-MONTH = 9 OR STEP-MONTH = 11
           MOVE 30 TO DAYS-IN-MONTH
       ELSE IF STEP-MONTH = 2
           PERFORM FIND-FEBRUARY-DAYS
       ELSE
           MOVE 31 TO DAYS-IN-MONTH.

       FIND-FEBRUARY-DAYS.
       MOVE 28 TO DAYS-IN-MONTH.
       DIVIDE STEP-YEAR BY 4 GIVING YEAR-QUOTIENT
           REMAINDER YEAR-REMAINDER.
       IF YEAR-REMAINDER = 0
           MOVE 29 TO DAYS-IN-MONTH.

       SHOW-REPORT-LINE.
       DISPLAY REPORT-LINE-BUFFER.
       MOVE "L" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

       ASK-OPENING-ENTRY.
       MOVE "OPENING" TO REPORT-PARM-KEY.
       PERFORM GET-REPORT-PARM.
       IF REPORT-PARM-FOUND = "Y"
           MOVE REPORT-PARM-NUMBER TO OPENING-ENTRY
       ELSE
           DISPLAY "Enter the opening bank balance: "
           ACCEPT OPENING-ENTRY
       END-IF.

       ASK-OVERDRAWN-ANSWER.
       MOVE "OVERDRAWN" TO REPORT-PARM-KEY.
       PERFORM GET-REPORT-PARM.
       IF REPORT-PARM-FOUND = "Y"
           MOVE REPORT-PARM-TEXT TO OVERDRAWN-ANSWER
       ELSE
           DISPLAY "Is the account overdrawn by that amount (Y/N)?"
           MOVE SPACE TO OVERDRAWN-ANSWER
           ACCEPT OVERDRAWN-ANSWER
       END-IF.

      *A saved report request run unattended answers the options
      *above; run from the menu the operator is asked as before.
       GET-REPORT-PARM.
       CALL "get-report-parm" USING REPORT-PARM-KEY
           REPORT-PARM-FOUND REPORT-PARM-TEXT REPORT-PARM-NUMBER.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. customer-profitability-report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "order-physical-file.cbl".
       COPY "order-lines-physical-file.cbl".
       COPY "shipment-physical-file.cbl".
       COPY "invoice-physical-file.cbl".
       COPY "payment-physical-file.cbl".
       COPY "credit-note-physical-file.cbl".
       COPY "rebate-physical-file.cbl".
       COPY "customer-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with order header fields.
       COPY "order-logic-file.cbl".
      * Logic file with order line fields.
       COPY "order-lines-logic-file.cbl".
      * Logic file with shipment fields.
       COPY "shipment-logic-file.cbl".
      * Logic file with invoice fields.
       COPY "invoice-logic-file.cbl".
      * Logic file with payment fields.
       COPY "payment-logic-file.cbl".
      * Logic file with credit note fields.
       COPY "credit-note-logic-file.cbl".
      * Logic file with rebate agreement fields.
       COPY "rebate-logic-file.cbl".
      * Logic file with customer fields.
       COPY "customer-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  SCAN-END PIC 9 VALUE 0.
       77  FROM-DATE PIC 9(8).
       77  TO-DATE PIC 9(8).
       77  FLOOR-ENTRY PIC 9(9).99.
       77  CONTRIBUTION-FLOOR PIC 9(9)V99.
       77  WORK-CUSTOMER-ID PIC 9(6).
       77  LINE-REVENUE PIC 9(11)V99.
       77  PAY-DAYS PIC S9(7).
      * The amounts one order line, shipment, invoice, payment or
      * credit note adds to its customer's row.
       01  ADD-AMOUNTS.
           05  ADD-REVENUE       PIC 9(11)V99.
           05  ADD-COST          PIC 9(11)V99.
           05  ADD-LINE-DISC     PIC 9(11)V99.
           05  ADD-FREIGHT-COST  PIC 9(11)V99.
           05  ADD-FREIGHT-BILL  PIC 9(11)V99.
           05  ADD-RETURNS       PIC 9(11)V99.
           05  ADD-SETTLE-DISC   PIC 9(11)V99.
           05  ADD-REBATES       PIC 9(11)V99.
           05  ADD-PAY-DAYS      PIC 9(7).
           05  ADD-PAY-COUNT     PIC 9(5).
      * One row per customer with business in the range.
       01  CP-COUNT PIC 9(3) VALUE 0.
       01  CP-TABLE.
           05  CP-ENTRY OCCURS 500 TIMES.
               10  CP-CUSTOMER-ID    PIC 9(6).
               10  CP-REVENUE        PIC 9(11)V99.
               10  CP-COST           PIC 9(11)V99.
               10  CP-LINE-DISC      PIC 9(11)V99.
               10  CP-FREIGHT-COST   PIC 9(11)V99.
               10  CP-FREIGHT-BILL   PIC 9(11)V99.
               10  CP-RETURNS        PIC 9(11)V99.
               10  CP-SETTLE-DISC    PIC 9(11)V99.
               10  CP-REBATES        PIC 9(11)V99.
               10  CP-PAY-DAYS       PIC 9(7).
               10  CP-PAY-COUNT      PIC 9(5).
               10  CP-NET            PIC S9(11)V99.
               10  CP-MARKED         PIC X.
       01  CP-IDX PIC 9(3).
       01  CP-FOUND PIC X.
       01  PICK-IDX PIC 9(3).
       01  BEST-IDX PIC 9(3).
       01  RANKED-SO-FAR PIC 9(3).
       01  CP-OVERFLOWED PIC X VALUE "N".
       01  CONV-DATE-X PIC X(8).
       01  CONV-DATE-N REDEFINES CONV-DATE-X.
           05  CONV-YEAR  PIC 9(4).
           05  CONV-MONTH PIC 9(2).
           05  CONV-DAY   PIC 9(2).
       01  CONV-DAYNUM PIC 9(7).
       01  INVOICE-DAYNUM PIC 9(7).
       77  MARGIN-AMOUNT PIC S9(11)V99.
       77  UNRECOVERED-FREIGHT PIC S9(11)V99.
       77  AVERAGE-DAYS PIC 9(5)V9.
       77  BELOW-FLOOR-COUNT PIC 9(3) VALUE 0.
       77  TOTAL-NET PIC S9(11)V99 VALUE 0.
       77  RANK-EDIT PIC ZZ9.
       77  REVENUE-EDIT PIC Z(10)9.99.
       77  COST-EDIT PIC Z(10)9.99.
       77  MARGIN-EDIT PIC -Z(9)9.99.
       77  FREIGHT-EDIT PIC -Z(9)9.99.
       77  RETURNS-EDIT PIC Z(10)9.99.
       77  DISC-EDIT PIC Z(10)9.99.
       77  LINE-DISC-EDIT PIC Z(10)9.99.
       77  REBATES-EDIT PIC Z(10)9.99.
       77  NET-EDIT PIC -Z(9)9.99.
       77  DAYS-EDIT PIC ZZZZ9.9.
       77  FLOOR-TEXT PIC X(11).
       01  REPORT-LINE-BUFFER PIC X(132).
       77  SPOOL-ACTION PIC X.
       77  SPOOL-REPORT-NAME PIC X(12) VALUE "CUSTPROFIT".
      * Options a saved report request can answer in place of the
      * prompts.
       COPY "report-parm.cbl".

       PROCEDURE DIVISION.

      *Which customers actually make us money over a date range.
      *Each starts from the revenue and cost of the lines we have
      *invoiced them, then loses the freight we paid and did not
      *bill on, the credit notes raised on their returns, the
      *settlement discounts they took and the rebates they earned.
      *Line discounts are already off the invoiced price and show
      *for information only. Customers rank by what is left - the
      *net contribution - and any under the floor are flagged for
      *sales to renegotiate. Days to pay run from invoice date to
      *payment date on the invoices of the range.
       PROGRAM-BEGIN.
       PERFORM ASK-FROM-DATE.
       PERFORM ASK-TO-DATE.
       PERFORM ASK-FLOOR-ENTRY.
       MOVE FLOOR-ENTRY TO CONTRIBUTION-FLOOR.
       OPEN I-O ORDERS-FILE.
       OPEN I-O ORDER-LINES-FILE.
       OPEN I-O SHIPMENTS-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM GATHER-NEXT-ORDER UNTIL END-OF-FILE = 1.
       CLOSE ORDERS-FILE.
       CLOSE ORDER-LINES-FILE.
       CLOSE SHIPMENTS-FILE.
       OPEN I-O INVOICES-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM GATHER-NEXT-INVOICE UNTIL END-OF-FILE = 1.
       OPEN I-O PAYMENTS-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM GATHER-NEXT-PAYMENT UNTIL END-OF-FILE = 1.
       CLOSE PAYMENTS-FILE.
       CLOSE INVOICES-FILE.
       OPEN I-O CREDIT-NOTES-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM GATHER-NEXT-CREDIT-NOTE UNTIL END-OF-FILE = 1.
       CLOSE CREDIT-NOTES-FILE.
       OPEN I-O REBATE-AGREEMENTS-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM GATHER-NEXT-AGREEMENT UNTIL END-OF-FILE = 1.
       CLOSE REBATE-AGREEMENTS-FILE.
       MOVE 1 TO CP-IDX.
       PERFORM WORK-OUT-NET-CONTRIBUTION UNTIL CP-IDX > CP-COUNT.
       OPEN I-O CUSTOMERS-FILE.
       PERFORM PRINT-PROFITABILITY-REPORT.
       CLOSE CUSTOMERS-FILE.
       GOBACK.

      *Only orders already billed count - what has shipped but not
      *been invoiced is not yet revenue.
       GATHER-NEXT-ORDER.
       READ ORDERS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND ORDER-COMPANY-CODE = SESSION-COMPANY-CODE
           IF ORDER-IS-INVOICED
               MOVE ORDER-CUSTOMER-ID TO WORK-CUSTOMER-ID
               PERFORM GATHER-ORDER-LINES
               PERFORM GATHER-ORDER-SHIPMENTS
           END-IF
       END-IF.

       GATHER-ORDER-LINES.
       MOVE ORDER-ID TO LINE-ORDER-ID.
       MOVE 0 TO LINE-NUMBER.
       MOVE 0 TO SCAN-END.
       START ORDER-LINES-FILE KEY IS >= ORDER-LINE-KEY
           INVALID KEY MOVE 1 TO SCAN-END.
       PERFORM GATHER-NEXT-LINE UNTIL SCAN-END = 1.

       GATHER-NEXT-LINE.
       READ ORDER-LINES-FILE NEXT RECORD
           AT END MOVE 1 TO SCAN-END
       END-READ.
       IF SCAN-END = 0
           IF LINE-ORDER-ID NOT = ORDER-ID
               MOVE 1 TO SCAN-END
           ELSE
               IF LINE-STATUS = "Shipped"
                   AND LINE-PICKED-QTY > 0
                   AND LINE-PICKED-DATE >= FROM-DATE
                   AND LINE-PICKED-DATE <= TO-DATE
                   PERFORM FOLD-ORDER-LINE
               END-IF
           END-IF
       END-IF.

      *The line price is already net of the line discount, so the
      *discount given is worked back from the percent on the line.
       FOLD-ORDER-LINE.
       COMPUTE LINE-REVENUE = LINE-PICKED-QTY * PRICE.
       MOVE ZERO TO ADD-AMOUNTS.
       MOVE LINE-REVENUE TO ADD-REVENUE.
       MOVE LINE-COST-AMOUNT TO ADD-COST.
       IF LINE-DISCOUNT-PERCENT > 0 AND LINE-DISCOUNT-PERCENT < 100
           COMPUTE ADD-LINE-DISC ROUNDED =
               LINE-REVENUE * LINE-DISCOUNT-PERCENT
               / (100 - LINE-DISCOUNT-PERCENT)
       END-IF.
       PERFORM ADD-TO-CP-ROW.

       GATHER-ORDER-SHIPMENTS.
       MOVE ORDER-ID TO SHIPMENT-ORDER-ID.
       MOVE 0 TO SHIPMENT-SEQ.
       MOVE 0 TO SCAN-END.
       START SHIPMENTS-FILE KEY IS >= SHIPMENT-KEY
           INVALID KEY MOVE 1 TO SCAN-END.
       PERFORM GATHER-NEXT-SHIPMENT UNTIL SCAN-END = 1.

       GATHER-NEXT-SHIPMENT.
       READ SHIPMENTS-FILE NEXT RECORD
           AT END MOVE 1 TO SCAN-END
       END-READ.
       IF SCAN-END = 0
           IF SHIPMENT-ORDER-ID NOT = ORDER-ID
               MOVE 1 TO SCAN-END
           ELSE
               IF SHIPMENT-DATE >= FROM-DATE
                   AND SHIPMENT-DATE <= TO-DATE
                   AND SHIPMENT-FREIGHT-CHARGE > 0
                   MOVE ZERO TO ADD-AMOUNTS
                   MOVE SHIPMENT-FREIGHT-CHARGE TO ADD-FREIGHT-COST
                   PERFORM ADD-TO-CP-ROW
               END-IF
           END-IF
       END-IF.

       GATHER-NEXT-INVOICE.
       READ INVOICES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND INVOICE-COMPANY-CODE = SESSION-COMPANY-CODE
           IF INVOICE-DATE >= FROM-DATE
               AND INVOICE-DATE <= TO-DATE
               AND INVOICE-FREIGHT-AMOUNT > 0
               MOVE INVOICE-CUSTOMER-ID TO WORK-CUSTOMER-ID
               MOVE ZERO TO ADD-AMOUNTS
               MOVE INVOICE-FREIGHT-AMOUNT TO ADD-FREIGHT-BILL
               PERFORM ADD-TO-CP-ROW
           END-IF
       END-IF.

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
                       PERFORM FOLD-PAYMENT
               END-READ
           END-IF
       END-IF.

       FOLD-PAYMENT.
       IF INVOICE-DATE >= FROM-DATE
           AND INVOICE-DATE <= TO-DATE
           MOVE INVOICE-DATE TO CONV-DATE-X
           PERFORM COMPUTE-CONV-DAYNUM
           MOVE CONV-DAYNUM TO INVOICE-DAYNUM
           MOVE PAYMENT-DATE TO CONV-DATE-X
           PERFORM COMPUTE-CONV-DAYNUM
           COMPUTE PAY-DAYS = CONV-DAYNUM - INVOICE-DAYNUM
           IF PAY-DAYS < 0
               MOVE 0 TO PAY-DAYS
           END-IF
           MOVE INVOICE-CUSTOMER-ID TO WORK-CUSTOMER-ID
           MOVE ZERO TO ADD-AMOUNTS
           MOVE PAY-DAYS TO ADD-PAY-DAYS
           MOVE 1 TO ADD-PAY-COUNT
           MOVE PAYMENT-DISCOUNT-AMOUNT TO ADD-SETTLE-DISC
           PERFORM ADD-TO-CP-ROW
       END-IF.

       COMPUTE-CONV-DAYNUM.
       COMPUTE CONV-DAYNUM = (CONV-YEAR * 360) + (CONV-MONTH * 30)
           + CONV-DAY.

      *Rebates settled in the range arrive as rebate credit notes;
      *every other credit note here was raised on a return.
       GATHER-NEXT-CREDIT-NOTE.
       READ CREDIT-NOTES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF CREDIT-NOTE-DATE >= FROM-DATE
               AND CREDIT-NOTE-DATE <= TO-DATE
               MOVE CREDIT-NOTE-CUSTOMER-ID TO WORK-CUSTOMER-ID
               MOVE ZERO TO ADD-AMOUNTS
               IF CREDIT-NOTE-IS-REBATE
                   MOVE CREDIT-NOTE-TOTAL TO ADD-REBATES
                   PERFORM ADD-TO-CP-ROW
               ELSE IF CREDIT-NOTE-RETURN-ID > 0
                   MOVE CREDIT-NOTE-TOTAL TO ADD-RETURNS
                   PERFORM ADD-TO-CP-ROW
               END-IF
           END-IF
       END-IF.

      *A rebate still running has not been credited yet, but what
      *it has accrued so far is already owed to the customer.
       GATHER-NEXT-AGREEMENT.
       READ REBATE-AGREEMENTS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF REBATE-IS-ACTIVE
               AND REBATE-ACCRUED > 0
               AND REBATE-START-DATE <= TO-DATE
               AND REBATE-END-DATE >= FROM-DATE
               MOVE REBATE-CUSTOMER-ID TO WORK-CUSTOMER-ID
               MOVE ZERO TO ADD-AMOUNTS
               MOVE REBATE-ACCRUED TO ADD-REBATES
               PERFORM ADD-TO-CP-ROW
           END-IF
       END-IF.

       ADD-TO-CP-ROW.
       MOVE "N" TO CP-FOUND.
       MOVE 1 TO CP-IDX.
       PERFORM FIND-CP-ROW
           UNTIL CP-FOUND = "Y" OR CP-IDX > CP-COUNT.
       IF CP-FOUND = "N"
           IF CP-COUNT < 500
               ADD 1 TO CP-COUNT
               MOVE CP-COUNT TO CP-IDX
               MOVE WORK-CUSTOMER-ID TO CP-CUSTOMER-ID (CP-IDX)
               MOVE 0 TO CP-REVENUE (CP-IDX)
               MOVE 0 TO CP-COST (CP-IDX)
               MOVE 0 TO CP-LINE-DISC (CP-IDX)
               MOVE 0 TO CP-FREIGHT-COST (CP-IDX)
               MOVE 0 TO CP-FREIGHT-BILL (CP-IDX)
               MOVE 0 TO CP-RETURNS (CP-IDX)
               MOVE 0 TO CP-SETTLE-DISC (CP-IDX)
               MOVE 0 TO CP-REBATES (CP-IDX)
               MOVE 0 TO CP-PAY-DAYS (CP-IDX)
               MOVE 0 TO CP-PAY-COUNT (CP-IDX)
               MOVE 0 TO CP-NET (CP-IDX)
               MOVE SPACE TO CP-MARKED (CP-IDX)
               MOVE "Y" TO CP-FOUND
           ELSE
               MOVE "Y" TO CP-OVERFLOWED
           END-IF
       END-IF.
       IF CP-FOUND = "Y"
           ADD ADD-REVENUE TO CP-REVENUE (CP-IDX)
           ADD ADD-COST TO CP-COST (CP-IDX)
           ADD ADD-LINE-DISC TO CP-LINE-DISC (CP-IDX)
           ADD ADD-FREIGHT-COST TO CP-FREIGHT-COST (CP-IDX)
           ADD ADD-FREIGHT-BILL TO CP-FREIGHT-BILL (CP-IDX)
           ADD ADD-RETURNS TO CP-RETURNS (CP-IDX)
           ADD ADD-SETTLE-DISC TO CP-SETTLE-DISC (CP-IDX)
           ADD ADD-REBATES TO CP-REBATES (CP-IDX)
           ADD ADD-PAY-DAYS TO CP-PAY-DAYS (CP-IDX)
           ADD ADD-PAY-COUNT TO CP-PAY-COUNT (CP-IDX)
       END-IF.

       FIND-CP-ROW.
       IF CP-CUSTOMER-ID (CP-IDX) = WORK-CUSTOMER-ID
           MOVE "Y" TO CP-FOUND
       ELSE
           ADD 1 TO CP-IDX.

      *Freight billed beyond what the carrier charged in the range
      *(a bill catching up on an earlier shipment) counts back in.
       WORK-OUT-NET-CONTRIBUTION.
       COMPUTE CP-NET (CP-IDX) = CP-REVENUE (CP-IDX)
           - CP-COST (CP-IDX)
           - (CP-FREIGHT-COST (CP-IDX) - CP-FREIGHT-BILL (CP-IDX))
           - CP-RETURNS (CP-IDX)
           - CP-SETTLE-DISC (CP-IDX)
           - CP-REBATES (CP-IDX).
       ADD CP-NET (CP-IDX) TO TOTAL-NET.
       ADD 1 TO CP-IDX.

       PRINT-PROFITABILITY-REPORT.
       MOVE "O" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "====== CUSTOMER PROFITABILITY " DELIMITED BY SIZE
           FROM-DATE DELIMITED BY SIZE
           " TO " DELIMITED BY SIZE
           TO-DATE DELIMITED BY SIZE
           " ======" DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Ranked by net contribution. Floor: " DELIMITED BY SIZE
           FLOOR-ENTRY DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       IF CP-OVERFLOWED = "Y"
           MOVE "Warning: customer table full - some are left out."
               TO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
       END-IF.
       MOVE 0 TO RANKED-SO-FAR.
       PERFORM PRINT-NEXT-RANKED-CUSTOMER
           UNTIL RANKED-SO-FAR >= CP-COUNT.
       MOVE "--------------------------------------------"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE TOTAL-NET TO NET-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Customers: " DELIMITED BY SIZE
           CP-COUNT DELIMITED BY SIZE
           "  Below floor: " DELIMITED BY SIZE
           BELOW-FLOOR-COUNT DELIMITED BY SIZE
           "  Total net contribution: " DELIMITED BY SIZE
           NET-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "============================================"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "C" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

       PRINT-NEXT-RANKED-CUSTOMER.
       PERFORM FIND-HIGHEST-NET-ROW.
       ADD 1 TO RANKED-SO-FAR.
       MOVE "X" TO CP-MARKED (BEST-IDX).
       PERFORM PRINT-CUSTOMER-ROW.

       FIND-HIGHEST-NET-ROW.
       MOVE 0 TO BEST-IDX.
       MOVE 1 TO PICK-IDX.
       PERFORM CHECK-RANK-CANDIDATE
           UNTIL PICK-IDX > CP-COUNT.

       CHECK-RANK-CANDIDATE.
       IF CP-MARKED (PICK-IDX) NOT = "X"
           IF BEST-IDX = 0
               MOVE PICK-IDX TO BEST-IDX
           ELSE IF CP-NET (PICK-IDX) > CP-NET (BEST-IDX)
               MOVE PICK-IDX TO BEST-IDX
           END-IF
       END-IF.
       ADD 1 TO PICK-IDX.

       PRINT-CUSTOMER-ROW.
       MOVE CP-CUSTOMER-ID (BEST-IDX) TO CUSTOMER-ID.
       READ CUSTOMERS-FILE RECORD
           INVALID KEY
               MOVE "(customer not on file)" TO CUSTOMER-FULL-NAME
       END-READ.
       MOVE SPACE TO FLOOR-TEXT.
       IF CP-NET (BEST-IDX) < CONTRIBUTION-FLOOR
           MOVE "BELOW FLOOR" TO FLOOR-TEXT
           ADD 1 TO BELOW-FLOOR-COUNT
       END-IF.
       MOVE RANKED-SO-FAR TO RANK-EDIT.
       MOVE CP-NET (BEST-IDX) TO NET-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING RANK-EDIT DELIMITED BY SIZE
           ". Customer " DELIMITED BY SIZE
           CP-CUSTOMER-ID (BEST-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CUSTOMER-FULL-NAME DELIMITED BY SIZE
           " Net " DELIMITED BY SIZE
           NET-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FLOOR-TEXT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       COMPUTE MARGIN-AMOUNT = CP-REVENUE (BEST-IDX)
           - CP-COST (BEST-IDX).
       MOVE CP-REVENUE (BEST-IDX) TO REVENUE-EDIT.
       MOVE CP-COST (BEST-IDX) TO COST-EDIT.
       MOVE MARGIN-AMOUNT TO MARGIN-EDIT.
       MOVE CP-LINE-DISC (BEST-IDX) TO LINE-DISC-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "     Invoiced " DELIMITED BY SIZE
           REVENUE-EDIT DELIMITED BY SIZE
           " Cost " DELIMITED BY SIZE
           COST-EDIT DELIMITED BY SIZE
           " Margin " DELIMITED BY SIZE
           MARGIN-EDIT DELIMITED BY SIZE
           " (line discounts " DELIMITED BY SIZE
           LINE-DISC-EDIT DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       COMPUTE UNRECOVERED-FREIGHT = CP-FREIGHT-COST (BEST-IDX)
           - CP-FREIGHT-BILL (BEST-IDX).
       MOVE UNRECOVERED-FREIGHT TO FREIGHT-EDIT.
       MOVE CP-RETURNS (BEST-IDX) TO RETURNS-EDIT.
       MOVE CP-SETTLE-DISC (BEST-IDX) TO DISC-EDIT.
       MOVE CP-REBATES (BEST-IDX) TO REBATES-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "     Less freight " DELIMITED BY SIZE
           FREIGHT-EDIT DELIMITED BY SIZE
           " Returns " DELIMITED BY SIZE
           RETURNS-EDIT DELIMITED BY SIZE
           " Discounts " DELIMITED BY SIZE
           DISC-EDIT DELIMITED BY SIZE
           " Rebates " DELIMITED BY SIZE
           REBATES-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       IF CP-PAY-COUNT (BEST-IDX) > 0
           COMPUTE AVERAGE-DAYS ROUNDED =
               CP-PAY-DAYS (BEST-IDX) / CP-PAY-COUNT (BEST-IDX)
           MOVE AVERAGE-DAYS TO DAYS-EDIT
           STRING "     Average days to pay " DELIMITED BY SIZE
               DAYS-EDIT DELIMITED BY SIZE
               " over " DELIMITED BY SIZE
               CP-PAY-COUNT (BEST-IDX) DELIMITED BY SIZE
               " payment(s)" DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
       ELSE
           MOVE "     Average days to pay: no payments yet"
               TO REPORT-LINE-BUFFER
       END-IF.
       PERFORM SHOW-REPORT-LINE.

       SHOW-REPORT-LINE.
       DISPLAY REPORT-LINE-BUFFER.
       MOVE "L" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

       ASK-FROM-DATE.
       MOVE "FROM-DATE" TO REPORT-PARM-KEY.
       PERFORM GET-REPORT-PARM.
       IF REPORT-PARM-FOUND = "Y"
           MOVE REPORT-PARM-NUMBER TO FROM-DATE
       ELSE
           DISPLAY "Enter the first date of the range (YYYYMMDD): "
           ACCEPT FROM-DATE
       END-IF.

       ASK-TO-DATE.
       MOVE "TO-DATE" TO REPORT-PARM-KEY.
       PERFORM GET-REPORT-PARM.
       IF REPORT-PARM-FOUND = "Y"
           MOVE REPORT-PARM-NUMBER TO TO-DATE
       ELSE
           DISPLAY "Enter the last date of the range (YYYYMMDD): "
           ACCEPT TO-DATE
       END-IF.

       ASK-FLOOR-ENTRY.
       MOVE "FLOOR" TO REPORT-PARM-KEY.
       PERFORM GET-REPORT-PARM.
       IF REPORT-PARM-FOUND = "Y"
           MOVE REPORT-PARM-NUMBER TO FLOOR-ENTRY
       ELSE
           DISPLAY "Enter the contribution floor: "
           ACCEPT FLOOR-ENTRY
       END-IF.

      *A saved report request run unattended answers the options
      *above; run from the menu the operator is asked as before.
       GET-REPORT-PARM.
       CALL "get-report-parm" USING REPORT-PARM-KEY
           REPORT-PARM-FOUND REPORT-PARM-TEXT REPORT-PARM-NUMBER.

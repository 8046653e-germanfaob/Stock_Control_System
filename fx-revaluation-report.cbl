       IDENTIFICATION DIVISION.
       PROGRAM-ID. fx-revaluation-report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "invoice-physical-file.cbl".
       COPY "vendor-invoice-physical-file.cbl".
       COPY "vendor-physical-file.cbl".
       COPY "fx-ledger-physical-file.cbl".
       COPY "gl-pending-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with invoice fields.
       COPY "invoice-logic-file.cbl".
      * Logic file with vendor invoice fields.
       COPY "vendor-invoice-logic-file.cbl".
      * Logic file with vendor fields.
       COPY "vendor-logic-file.cbl".
      * Logic file with exchange gain and loss fields.
       COPY "fx-ledger-logic-file.cbl".
      * Logic file with pending GL posting fields.
       COPY "gl-pending-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       77  END-OF-FILE PIC 9 VALUE 0.
       77  PERIOD-START-DATE PIC 9(8).
       77  PERIOD-END-DATE PIC 9(8).
       77  NEXT-PERIOD-DATE PIC 9(8).
       77  DAYS-IN-MONTH PIC 9(2).
       77  YEAR-QUOTIENT PIC 9(4).
       77  YEAR-REMAINDER PIC 9(2).
       01  PERIOD-DATE-FIELDS.
           05  PD-YEAR  PIC 9(4).
           05  PD-MONTH PIC 9(2).
           05  PD-DAY   PIC 9(2).
       01  PERIOD-DATE-NUMERIC REDEFINES PERIOD-DATE-FIELDS
           PIC 9(8).
      * The month-end rate of each currency, asked for once.
       01  CUR-COUNT PIC 9(2) VALUE 0.
       01  CUR-TABLE.
           05  CUR-ENTRY OCCURS 50 TIMES.
               10  CUR-CODE          PIC X(3).
               10  CUR-RATE          PIC 9(5)V9(6).
               10  CUR-UNREAL-GAIN   PIC 9(11)V99.
               10  CUR-UNREAL-LOSS   PIC 9(11)V99.
               10  CUR-REAL-GAIN     PIC 9(11)V99.
               10  CUR-REAL-LOSS     PIC 9(11)V99.
       01  CUR-IDX PIC 9(2).
       01  CUR-FOUND PIC X.
       77  LOOKUP-CURRENCY PIC X(3).
      * The open foreign-currency documents at the period end.
       01  DOC-COUNT PIC 9(3) VALUE 0.
       01  DOC-TABLE.
           05  DOC-ENTRY OCCURS 500 TIMES.
               10  DOC-SIDE        PIC X(2).
               10  DOC-ID          PIC 9(6).
               10  DOC-CURRENCY    PIC X(3).
               10  DOC-AMOUNT      PIC 9(9)V99.
               10  DOC-BOOKED-RATE PIC 9(5)V9(6).
               10  DOC-BOOKED-HOME PIC 9(9)V99.
               10  DOC-NEW-HOME    PIC 9(9)V99.
       01  DOC-IDX PIC 9(3).
       77  DOCS-SKIPPED PIC 9(5) VALUE 0.
       77  WORK-AMOUNT PIC 9(9)V99.
       77  WORK-DIRECTION PIC X(4).
       77  AR-GAIN PIC 9(11)V99 VALUE 0.
       77  AR-LOSS PIC 9(11)V99 VALUE 0.
       77  AP-GAIN PIC 9(11)V99 VALUE 0.
       77  AP-LOSS PIC 9(11)V99 VALUE 0.
       77  REAL-GAIN PIC 9(11)V99 VALUE 0.
       77  REAL-LOSS PIC 9(11)V99 VALUE 0.
       77  NET-AMOUNT PIC 9(11)V99.
       77  NET-DIRECTION PIC X(4).
       77  AMOUNT-EDIT PIC Z(8)9.99.
       77  RATE-EDIT PIC Z(4)9.999999.
       77  VALUE-EDIT PIC Z(10)9.99.
      * The unrealised totals and their reversals, queued for the
      * GL extract.
       77  SIDE-ALREADY-QUEUED PIC X.
       77  QUEUE-TYPE PIC X(10).
       77  QUEUE-AMOUNT PIC 9(9)V99.
       77  QUEUE-REVERSE-FLAG PIC X.
       77  QUEUE-REFERENCE PIC X(20).
       77  QUEUE-SIDE PIC X(2).
       77  SIDE-GAIN PIC 9(11)V99.
       77  SIDE-LOSS PIC 9(11)V99.
       COPY "fx-post-fields.cbl".
       01  REPORT-LINE-BUFFER PIC X(132).
       77  SPOOL-ACTION PIC X.
       77  SPOOL-REPORT-NAME PIC X(12) VALUE "FXREVAL".
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "FX-REVALUATION".
       77  LOG-MESSAGE-FIELD PIC X(80).
      * Options a saved report request can answer in place of the
      * prompts.
       COPY "report-parm.cbl".

       LINKAGE SECTION.
      * The month to revalue (YYYYMM), zero to ask for it, and "A" to
      * queue the unrealised gain or loss as well as print the
      * report - period close does that - or "R" for the report
      * alone.
       01  FX-PERIOD PIC 9(6).
       01  FX-MODE PIC X.

       PROCEDURE DIVISION USING FX-PERIOD FX-MODE.

      *Invoices and vendor invoices raised in a foreign currency are
      *carried at the rate of the day they were raised. At the end
      *of the month what is still open on them is restated at the
      *month-end rate from EXRATES, and the difference booked as an
      *unrealised exchange gain or loss on the last day, reversing
      *on the first day of the next month. The report lists each
      *document by currency, with the gains and losses realised on
      *the documents settled during the month.
       PROGRAM-BEGIN.
       IF FX-PERIOD = 0
           PERFORM ASK-FX-PERIOD
       END-IF.
       PERFORM FIND-PERIOD-DATES.
       MOVE 0 TO CUR-COUNT.
       MOVE 0 TO DOC-COUNT.
       OPEN I-O INVOICES-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM GATHER-NEXT-INVOICE UNTIL END-OF-FILE = 1.
       CLOSE INVOICES-FILE.
       OPEN I-O VENDOR-INVOICES-FILE.
       OPEN I-O VENDORS-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM GATHER-NEXT-VENDOR-INVOICE UNTIL END-OF-FILE = 1.
       CLOSE VENDOR-INVOICES-FILE.
       CLOSE VENDORS-FILE.
       OPEN INPUT FX-LEDGER-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM GATHER-NEXT-REALISED UNTIL END-OF-FILE = 1.
       CLOSE FX-LEDGER-FILE.
       MOVE "O" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       PERFORM PRINT-REPORT-HEADING.
       MOVE 1 TO CUR-IDX.
       PERFORM PRINT-CURRENCY UNTIL CUR-IDX > CUR-COUNT.
       PERFORM PRINT-REPORT-TOTALS.
       MOVE "C" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       IF FX-MODE = "A"
           MOVE "AR" TO QUEUE-SIDE
           MOVE "FXUNREALAR" TO QUEUE-TYPE
           MOVE AR-GAIN TO SIDE-GAIN
           MOVE AR-LOSS TO SIDE-LOSS
           PERFORM QUEUE-UNREALISED-SIDE
           MOVE "AP" TO QUEUE-SIDE
           MOVE "FXUNREALAP" TO QUEUE-TYPE
           MOVE AP-GAIN TO SIDE-GAIN
           MOVE AP-LOSS TO SIDE-LOSS
           PERFORM QUEUE-UNREALISED-SIDE
       END-IF.
       GOBACK.

      *The first and last days of the month and the first day of the
      *next.
       FIND-PERIOD-DATES.
       COMPUTE PERIOD-DATE-NUMERIC = FX-PERIOD * 100 + 1.
       MOVE PERIOD-DATE-NUMERIC TO PERIOD-START-DATE.
       PERFORM FIND-DAYS-IN-MONTH.
       MOVE DAYS-IN-MONTH TO PD-DAY.
       MOVE PERIOD-DATE-NUMERIC TO PERIOD-END-DATE.
       MOVE 1 TO PD-DAY.
       IF PD-MONTH < 12
           ADD 1 TO PD-MONTH
       ELSE
           MOVE 1 TO PD-MONTH
           ADD 1 TO PD-YEAR
       END-IF.
       MOVE PERIOD-DATE-NUMERIC TO NEXT-PERIOD-DATE.

       FIND-DAYS-IN-MONTH.
       IF PD-MONTH = 4 OR PD-MONTH = 6
           OR PD-MONTH = 9 OR PD-MONTH = 11
           MOVE 30 TO DAYS-IN-MONTH
       ELSE IF PD-MONTH = 2
           PERFORM FIND-FEBRUARY-DAYS
       ELSE
           MOVE 31 TO DAYS-IN-MONTH.

       FIND-FEBRUARY-DAYS.
       MOVE 28 TO DAYS-IN-MONTH.
       DIVIDE PD-YEAR BY 4 GIVING YEAR-QUOTIENT
           REMAINDER YEAR-REMAINDER.
       IF YEAR-REMAINDER = 0
           MOVE 29 TO DAYS-IN-MONTH.

      *What a customer still owes on a foreign invoice is its home
      *balance taken back into the invoice currency at the rate the
      *invoice was booked at.
       GATHER-NEXT-INVOICE.
       READ INVOICES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND INVOICE-COMPANY-CODE = SESSION-COMPANY-CODE
           AND INVOICE-CURRENCY-CODE NOT = SPACE
           AND INVOICE-EXCHANGE-RATE > 0
           AND INVOICE-STATUS = "Open"
           AND INVOICE-BALANCE > 0
           AND INVOICE-DATE <= PERIOD-END-DATE
           IF DOC-COUNT < 500
               ADD 1 TO DOC-COUNT
               MOVE DOC-COUNT TO DOC-IDX
               MOVE "AR" TO DOC-SIDE (DOC-IDX)
               MOVE INVOICE-ID TO DOC-ID (DOC-IDX)
               MOVE INVOICE-CURRENCY-CODE TO DOC-CURRENCY (DOC-IDX)
               COMPUTE DOC-AMOUNT (DOC-IDX) ROUNDED =
                   INVOICE-BALANCE / INVOICE-EXCHANGE-RATE
               MOVE INVOICE-EXCHANGE-RATE
                   TO DOC-BOOKED-RATE (DOC-IDX)
               MOVE INVOICE-BALANCE TO DOC-BOOKED-HOME (DOC-IDX)
               PERFORM REVALUE-DOCUMENT
           ELSE
               ADD 1 TO DOCS-SKIPPED
           END-IF
       END-IF.

      *A vendor invoice not yet paid is owed in full; the vendor says
      *which company owes it.
       GATHER-NEXT-VENDOR-INVOICE.
       READ VENDOR-INVOICES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND VENDOR-INVOICE-CURRENCY NOT = SPACE
           AND NOT VENDOR-INVOICE-IS-PAID
           AND VENDOR-INVOICE-DATE <= PERIOD-END-DATE
           MOVE VENDOR-INVOICE-VENDOR-ID TO VENDOR-ID
           READ VENDORS-FILE RECORD
               INVALID KEY
                   MOVE SPACE TO VENDOR-COMPANY-CODE
           END-READ
           IF VENDOR-COMPANY-CODE = SESSION-COMPANY-CODE
               AND DOC-COUNT < 500
               ADD 1 TO DOC-COUNT
               MOVE DOC-COUNT TO DOC-IDX
               MOVE "AP" TO DOC-SIDE (DOC-IDX)
               MOVE VENDOR-INVOICE-ID TO DOC-ID (DOC-IDX)
               MOVE VENDOR-INVOICE-CURRENCY TO DOC-CURRENCY (DOC-IDX)
               MOVE VENDOR-INVOICE-DOC-TOTAL TO DOC-AMOUNT (DOC-IDX)
               MOVE VENDOR-INVOICE-EXCH-RATE
                   TO DOC-BOOKED-RATE (DOC-IDX)
               MOVE VENDOR-INVOICE-TOTAL TO DOC-BOOKED-HOME (DOC-IDX)
               PERFORM REVALUE-DOCUMENT
           ELSE IF VENDOR-COMPANY-CODE = SESSION-COMPANY-CODE
               ADD 1 TO DOCS-SKIPPED
           END-IF
       END-IF.

       REVALUE-DOCUMENT.
       MOVE DOC-CURRENCY (DOC-IDX) TO LOOKUP-CURRENCY.
       PERFORM FIND-CURRENCY-ROW.
       COMPUTE DOC-NEW-HOME (DOC-IDX) ROUNDED =
           DOC-AMOUNT (DOC-IDX) * CUR-RATE (CUR-IDX).
       PERFORM FIND-DOC-DIFFERENCE.
       IF WORK-DIRECTION = "GAIN"
           ADD WORK-AMOUNT TO CUR-UNREAL-GAIN (CUR-IDX)
           IF DOC-SIDE (DOC-IDX) = "AR"
               ADD WORK-AMOUNT TO AR-GAIN
           ELSE
               ADD WORK-AMOUNT TO AP-GAIN
           END-IF
       ELSE IF WORK-DIRECTION = "LOSS"
           ADD WORK-AMOUNT TO CUR-UNREAL-LOSS (CUR-IDX)
           IF DOC-SIDE (DOC-IDX) = "AR"
               ADD WORK-AMOUNT TO AR-LOSS
           ELSE
               ADD WORK-AMOUNT TO AP-LOSS
           END-IF
       END-IF.

      *A receivable gains when it is worth more at home, a payable
      *when it costs less.
       FIND-DOC-DIFFERENCE.
       MOVE SPACE TO WORK-DIRECTION.
       MOVE 0 TO WORK-AMOUNT.
       IF DOC-NEW-HOME (DOC-IDX) > DOC-BOOKED-HOME (DOC-IDX)
           COMPUTE WORK-AMOUNT = DOC-NEW-HOME (DOC-IDX)
               - DOC-BOOKED-HOME (DOC-IDX)
           IF DOC-SIDE (DOC-IDX) = "AR"
               MOVE "GAIN" TO WORK-DIRECTION
           ELSE
               MOVE "LOSS" TO WORK-DIRECTION
           END-IF
       ELSE IF DOC-NEW-HOME (DOC-IDX) < DOC-BOOKED-HOME (DOC-IDX)
           COMPUTE WORK-AMOUNT = DOC-BOOKED-HOME (DOC-IDX)
               - DOC-NEW-HOME (DOC-IDX)
           IF DOC-SIDE (DOC-IDX) = "AR"
               MOVE "LOSS" TO WORK-DIRECTION
           ELSE
               MOVE "GAIN" TO WORK-DIRECTION
           END-IF
       END-IF.

      *A currency new to the run is added with its month-end rate.
       FIND-CURRENCY-ROW.
       MOVE "N" TO CUR-FOUND.
       MOVE 1 TO CUR-IDX.
       PERFORM CHECK-CURRENCY-ROW
           UNTIL CUR-FOUND = "Y" OR CUR-IDX > CUR-COUNT.
       IF CUR-FOUND = "N"
           IF CUR-COUNT < 50
               ADD 1 TO CUR-COUNT
           END-IF
           MOVE CUR-COUNT TO CUR-IDX
           MOVE LOOKUP-CURRENCY TO CUR-CODE (CUR-IDX)
           CALL "get-exchange-rate" USING CUR-CODE (CUR-IDX)
               PERIOD-END-DATE CUR-RATE (CUR-IDX)
           MOVE 0 TO CUR-UNREAL-GAIN (CUR-IDX)
           MOVE 0 TO CUR-UNREAL-LOSS (CUR-IDX)
           MOVE 0 TO CUR-REAL-GAIN (CUR-IDX)
           MOVE 0 TO CUR-REAL-LOSS (CUR-IDX)
       END-IF.

       CHECK-CURRENCY-ROW.
       IF CUR-CODE (CUR-IDX) = LOOKUP-CURRENCY
           MOVE "Y" TO CUR-FOUND
       ELSE
           ADD 1 TO CUR-IDX.

      *Differences realised during the month: a settlement books a
      *gain or loss, a cancelled settlement takes it back.
       GATHER-NEXT-REALISED.
       READ FX-LEDGER-FILE
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND FX-COMPANY-CODE = SESSION-COMPANY-CODE
           AND (FX-IS-REALISED OR FX-IS-CANCELLED)
           AND FX-DATE >= PERIOD-START-DATE
           AND FX-DATE <= PERIOD-END-DATE
           MOVE FX-CURRENCY TO LOOKUP-CURRENCY
           PERFORM FIND-CURRENCY-ROW
           IF FX-IS-GAIN
               ADD FX-AMOUNT TO CUR-REAL-GAIN (CUR-IDX)
               ADD FX-AMOUNT TO REAL-GAIN
           ELSE
               ADD FX-AMOUNT TO CUR-REAL-LOSS (CUR-IDX)
               ADD FX-AMOUNT TO REAL-LOSS
           END-IF
       END-IF.

       PRINT-REPORT-HEADING.
       MOVE "========== FOREIGN CURRENCY REVALUATION ==========" TO
           REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Period " DELIMITED BY SIZE
           FX-PERIOD DELIMITED BY SIZE
           "  Open balances restated at the rate on "
           DELIMITED BY SIZE
           PERIOD-END-DATE DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "-----------------------------------------------------" TO
           REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "   Document  Date      Foreign amount  Booked rate"
           DELIMITED BY SIZE
           "    Booked home   New rate     New home"
           DELIMITED BY SIZE
           "       Difference" DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.

       PRINT-CURRENCY.
       MOVE CUR-RATE (CUR-IDX) TO RATE-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       STRING "Currency " DELIMITED BY SIZE
           CUR-CODE (CUR-IDX) DELIMITED BY SIZE
           "  month-end rate " DELIMITED BY SIZE
           RATE-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE 1 TO DOC-IDX.
       PERFORM PRINT-CURRENCY-DOC UNTIL DOC-IDX > DOC-COUNT.
       IF CUR-REAL-GAIN (CUR-IDX) > 0
           OR CUR-REAL-LOSS (CUR-IDX) > 0
           MOVE "  Realised this month:" TO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
           OPEN INPUT FX-LEDGER-FILE
           MOVE 0 TO END-OF-FILE
           PERFORM PRINT-NEXT-REALISED UNTIL END-OF-FILE = 1
           CLOSE FX-LEDGER-FILE
       END-IF.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       MOVE "  Unrealised gain" TO REPORT-LINE-BUFFER (1:20).
       MOVE CUR-UNREAL-GAIN (CUR-IDX) TO VALUE-EDIT.
       MOVE VALUE-EDIT TO REPORT-LINE-BUFFER (21:14).
       MOVE "  loss" TO REPORT-LINE-BUFFER (36:6).
       MOVE CUR-UNREAL-LOSS (CUR-IDX) TO VALUE-EDIT.
       MOVE VALUE-EDIT TO REPORT-LINE-BUFFER (42:14).
       MOVE "  Realised gain" TO REPORT-LINE-BUFFER (57:15).
       MOVE CUR-REAL-GAIN (CUR-IDX) TO VALUE-EDIT.
       MOVE VALUE-EDIT TO REPORT-LINE-BUFFER (72:14).
       MOVE "  loss" TO REPORT-LINE-BUFFER (87:6).
       MOVE CUR-REAL-LOSS (CUR-IDX) TO VALUE-EDIT.
       MOVE VALUE-EDIT TO REPORT-LINE-BUFFER (93:14).
       PERFORM SHOW-REPORT-LINE.
       ADD 1 TO CUR-IDX.

       PRINT-CURRENCY-DOC.
       IF DOC-CURRENCY (DOC-IDX) = CUR-CODE (CUR-IDX)
           PERFORM FIND-DOC-DIFFERENCE
           MOVE SPACE TO REPORT-LINE-BUFFER
           IF DOC-SIDE (DOC-IDX) = "AR"
               MOVE "  Invoice   " TO REPORT-LINE-BUFFER (1:12)
           ELSE
               MOVE "  Vendor inv" TO REPORT-LINE-BUFFER (1:12)
           END-IF
           MOVE DOC-ID (DOC-IDX) TO REPORT-LINE-BUFFER (13:6)
           MOVE DOC-AMOUNT (DOC-IDX) TO AMOUNT-EDIT
           MOVE AMOUNT-EDIT TO REPORT-LINE-BUFFER (28:12)
           MOVE DOC-BOOKED-RATE (DOC-IDX) TO RATE-EDIT
           MOVE RATE-EDIT TO REPORT-LINE-BUFFER (41:12)
           MOVE DOC-BOOKED-HOME (DOC-IDX) TO AMOUNT-EDIT
           MOVE AMOUNT-EDIT TO REPORT-LINE-BUFFER (54:12)
           MOVE CUR-RATE (CUR-IDX) TO RATE-EDIT
           MOVE RATE-EDIT TO REPORT-LINE-BUFFER (67:12)
           MOVE DOC-NEW-HOME (DOC-IDX) TO AMOUNT-EDIT
           MOVE AMOUNT-EDIT TO REPORT-LINE-BUFFER (80:12)
           MOVE WORK-AMOUNT TO AMOUNT-EDIT
           MOVE AMOUNT-EDIT TO REPORT-LINE-BUFFER (93:12)
           MOVE WORK-DIRECTION TO REPORT-LINE-BUFFER (106:4)
           PERFORM SHOW-REPORT-LINE
       END-IF.
       ADD 1 TO DOC-IDX.

       PRINT-NEXT-REALISED.
       READ FX-LEDGER-FILE
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND FX-COMPANY-CODE = SESSION-COMPANY-CODE
           AND FX-CURRENCY = CUR-CODE (CUR-IDX)
           AND (FX-IS-REALISED OR FX-IS-CANCELLED)
           AND FX-DATE >= PERIOD-START-DATE
           AND FX-DATE <= PERIOD-END-DATE
           MOVE SPACE TO REPORT-LINE-BUFFER
           IF FX-IS-RECEIVABLE
               MOVE "  Invoice   " TO REPORT-LINE-BUFFER (1:12)
           ELSE
               MOVE "  Vendor inv" TO REPORT-LINE-BUFFER (1:12)
           END-IF
           MOVE FX-DOC-ID TO REPORT-LINE-BUFFER (13:6)
           MOVE FX-DATE TO REPORT-LINE-BUFFER (20:8)
           MOVE FX-DOC-AMOUNT TO AMOUNT-EDIT
           MOVE AMOUNT-EDIT TO REPORT-LINE-BUFFER (28:12)
           MOVE FX-BOOKED-RATE TO RATE-EDIT
           MOVE RATE-EDIT TO REPORT-LINE-BUFFER (41:12)
           MOVE FX-BOOKED-HOME TO AMOUNT-EDIT
           MOVE AMOUNT-EDIT TO REPORT-LINE-BUFFER (54:12)
           MOVE FX-NEW-RATE TO RATE-EDIT
           MOVE RATE-EDIT TO REPORT-LINE-BUFFER (67:12)
           MOVE FX-NEW-HOME TO AMOUNT-EDIT
           MOVE AMOUNT-EDIT TO REPORT-LINE-BUFFER (80:12)
           MOVE FX-AMOUNT TO AMOUNT-EDIT
           MOVE AMOUNT-EDIT TO REPORT-LINE-BUFFER (93:12)
           IF FX-IS-GAIN
               MOVE "GAIN" TO REPORT-LINE-BUFFER (106:4)
           ELSE
               MOVE "LOSS" TO REPORT-LINE-BUFFER (106:4)
           END-IF
           IF FX-IS-CANCELLED
               MOVE "(cancelled)" TO REPORT-LINE-BUFFER (111:11)
           END-IF
           PERFORM SHOW-REPORT-LINE
       END-IF.

       PRINT-REPORT-TOTALS.
       MOVE "-----------------------------------------------------" TO
           REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "Receivables unrealised" TO REPORT-LINE-BUFFER.
       MOVE AR-GAIN TO SIDE-GAIN.
       MOVE AR-LOSS TO SIDE-LOSS.
       PERFORM PRINT-NET-LINE.
       MOVE "Payables unrealised" TO REPORT-LINE-BUFFER.
       MOVE AP-GAIN TO SIDE-GAIN.
       MOVE AP-LOSS TO SIDE-LOSS.
       PERFORM PRINT-NET-LINE.
       MOVE "Realised this month" TO REPORT-LINE-BUFFER.
       MOVE REAL-GAIN TO SIDE-GAIN.
       MOVE REAL-LOSS TO SIDE-LOSS.
       PERFORM PRINT-NET-LINE.
       IF DOCS-SKIPPED > 0
           MOVE SPACE TO REPORT-LINE-BUFFER
           STRING "More than 500 open foreign documents - "
               DELIMITED BY SIZE
               DOCS-SKIPPED DELIMITED BY SIZE
               " not revalued." DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
           MOVE "Open foreign documents over the revaluation limit."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
       END-IF.

      *Expects the caption already in the line.
       PRINT-NET-LINE.
       PERFORM FIND-NET-AMOUNT.
       MOVE "  gain" TO REPORT-LINE-BUFFER (23:6).
       MOVE SIDE-GAIN TO VALUE-EDIT.
       MOVE VALUE-EDIT TO REPORT-LINE-BUFFER (29:14).
       MOVE "  loss" TO REPORT-LINE-BUFFER (43:6).
       MOVE SIDE-LOSS TO VALUE-EDIT.
       MOVE VALUE-EDIT TO REPORT-LINE-BUFFER (49:14).
       MOVE "  net" TO REPORT-LINE-BUFFER (63:5).
       MOVE NET-AMOUNT TO VALUE-EDIT.
       MOVE VALUE-EDIT TO REPORT-LINE-BUFFER (68:14).
       MOVE NET-DIRECTION TO REPORT-LINE-BUFFER (83:4).
       PERFORM SHOW-REPORT-LINE.

       FIND-NET-AMOUNT.
       MOVE SPACE TO NET-DIRECTION.
       IF SIDE-GAIN > SIDE-LOSS
           COMPUTE NET-AMOUNT = SIDE-GAIN - SIDE-LOSS
           MOVE "GAIN" TO NET-DIRECTION
       ELSE
           COMPUTE NET-AMOUNT = SIDE-LOSS - SIDE-GAIN
           IF NET-AMOUNT > 0
               MOVE "LOSS" TO NET-DIRECTION
           END-IF
       END-IF.

      *Each side's net difference is booked on the last day of the
      *month and taken back on the first day of the next, so the
      *gain or loss realised at settlement is always measured from
      *the rate the document was booked at. The documents behind it
      *go to the exchange ledger. A period closed, reopened and
      *closed again is revalued only once.
       QUEUE-UNREALISED-SIDE.
       MOVE SPACE TO QUEUE-REFERENCE.
       STRING "FXREVAL " DELIMITED BY SIZE
           QUEUE-SIDE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FX-PERIOD DELIMITED BY SIZE
           INTO QUEUE-REFERENCE.
       MOVE "N" TO SIDE-ALREADY-QUEUED.
       OPEN I-O GL-PENDING-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM CHECK-NEXT-PENDING UNTIL END-OF-FILE = 1.
       CLOSE GL-PENDING-FILE.
       PERFORM FIND-NET-AMOUNT.
       IF SIDE-ALREADY-QUEUED = "Y"
           DISPLAY "The " QUEUE-SIDE " revaluation for " FX-PERIOD
           " was queued at an earlier close. Not queued again."
           MOVE "Currency revaluation already queued for period."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
       ELSE IF NET-AMOUNT = 0
           DISPLAY "No unrealised exchange difference on "
           QUEUE-SIDE "."
       ELSE
           MOVE NET-AMOUNT TO QUEUE-AMOUNT
           MOVE "N" TO QUEUE-REVERSE-FLAG
           IF NET-DIRECTION = "LOSS"
               MOVE "Y" TO QUEUE-REVERSE-FLAG
           END-IF
           CALL "queue-gl-posting" USING QUEUE-TYPE PERIOD-END-DATE
               QUEUE-AMOUNT QUEUE-REVERSE-FLAG QUEUE-REFERENCE
           IF NET-DIRECTION = "LOSS"
               MOVE "N" TO QUEUE-REVERSE-FLAG
           ELSE
               MOVE "Y" TO QUEUE-REVERSE-FLAG
           END-IF
           CALL "queue-gl-posting" USING QUEUE-TYPE NEXT-PERIOD-DATE
               QUEUE-AMOUNT QUEUE-REVERSE-FLAG QUEUE-REFERENCE
           MOVE 1 TO DOC-IDX
           PERFORM LEDGER-SIDE-DOC UNTIL DOC-IDX > DOC-COUNT
           MOVE NET-AMOUNT TO VALUE-EDIT
           DISPLAY QUEUE-SIDE " unrealised exchange " NET-DIRECTION
           " of " VALUE-EDIT " queued for " PERIOD-END-DATE
           ", reversing " NEXT-PERIOD-DATE "."
       END-IF.

       LEDGER-SIDE-DOC.
       IF DOC-SIDE (DOC-IDX) = QUEUE-SIDE
           MOVE PERIOD-END-DATE TO FX-POST-DATE
           MOVE "U" TO FX-POST-KIND
           MOVE DOC-SIDE (DOC-IDX) TO FX-POST-SIDE
           MOVE DOC-ID (DOC-IDX) TO FX-POST-DOC-ID
           MOVE DOC-CURRENCY (DOC-IDX) TO FX-POST-CURRENCY
           MOVE DOC-AMOUNT (DOC-IDX) TO FX-POST-DOC-AMOUNT
           MOVE DOC-BOOKED-RATE (DOC-IDX) TO FX-POST-BOOKED-RATE
           MOVE DOC-CURRENCY (DOC-IDX) TO LOOKUP-CURRENCY
           PERFORM FIND-CURRENCY-ROW
           MOVE CUR-RATE (CUR-IDX) TO FX-POST-NEW-RATE
           MOVE DOC-BOOKED-HOME (DOC-IDX) TO FX-POST-BOOKED-HOME
           MOVE DOC-NEW-HOME (DOC-IDX) TO FX-POST-NEW-HOME
           CALL "post-fx-gain-loss" USING FX-POST-FIELDS
       END-IF.
       ADD 1 TO DOC-IDX.

       CHECK-NEXT-PENDING.
       READ GL-PENDING-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF GL-PENDING-TYPE = QUEUE-TYPE
               AND GL-PENDING-REFERENCE = QUEUE-REFERENCE
               AND GL-PENDING-COMPANY-CODE = SESSION-COMPANY-CODE
               MOVE "Y" TO SIDE-ALREADY-QUEUED
               MOVE 1 TO END-OF-FILE
           END-IF
       END-IF.

       SHOW-REPORT-LINE.
       DISPLAY REPORT-LINE-BUFFER.
       MOVE "L" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

       ASK-FX-PERIOD.
       MOVE "PERIOD" TO REPORT-PARM-KEY.
       PERFORM GET-REPORT-PARM.
       IF REPORT-PARM-FOUND = "Y"
           MOVE REPORT-PARM-NUMBER TO FX-PERIOD
       ELSE
           DISPLAY "Enter the month to revalue (YYYYMM): "
           ACCEPT FX-PERIOD
       END-IF.

      *A saved report request run unattended answers the options
      *above; run from the menu the operator is asked as before.
       GET-REPORT-PARM.
       CALL "get-report-parm" USING REPORT-PARM-KEY
           REPORT-PARM-FOUND REPORT-PARM-TEXT REPORT-PARM-NUMBER.

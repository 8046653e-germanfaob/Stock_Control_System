       IDENTIFICATION DIVISION.
       PROGRAM-ID. copy-training-sales.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "order-physical-file.cbl".
       COPY "order-lines-physical-file.cbl".
       COPY "order-hold-physical-file.cbl".
       COPY "reservation-physical-file.cbl".
       COPY "quote-physical-file.cbl".
       COPY "quote-lines-physical-file.cbl".
       COPY "standing-order-physical-file.cbl".
       COPY "standing-order-lines-physical-file.cbl".
       COPY "blanket-physical-file.cbl".
       COPY "archive-order-physical-file.cbl".
       COPY "archive-order-lines-physical-file.cbl".
       COPY "invoice-physical-file.cbl".
       COPY "credit-note-physical-file.cbl".
       COPY "payment-physical-file.cbl".
       COPY "credit-event-physical-file.cbl".
       COPY "till-physical-file.cbl".
       COPY "shift-log-physical-file.cbl".
       COPY "shipment-physical-file.cbl".
       COPY "carton-physical-file.cbl".
       COPY "carton-line-physical-file.cbl".
       COPY "returns-physical-file.cbl".
       COPY "case-physical-file.cbl".
       COPY "case-note-physical-file.cbl".
       COPY "warranty-claim-physical-file.cbl".
       COPY "consignment-physical-file.cbl".
       COPY "consignment-usage-physical-file.cbl".
       COPY "site-stock-physical-file.cbl".
      * Each file passes through the sequential work file, which
      * stays in the live directory.
       SELECT TRAINING-WORK-FILE ASSIGN TO "TRAINING.WRK"
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Logic file with order header fields.
       COPY "order-logic-file.cbl".
      * Logic file with order line fields.
       COPY "order-lines-logic-file.cbl".
      * Logic file with order hold fields.
       COPY "order-hold-logic-file.cbl".
      * Logic file with stock reservation fields.
       COPY "reservation-logic-file.cbl".
      * Logic file with quote header fields.
       COPY "quote-logic-file.cbl".
      * Logic file with quote line fields.
       COPY "quote-lines-logic-file.cbl".
      * Logic file with standing order template fields.
       COPY "standing-order-logic-file.cbl".
      * Logic file with standing order line fields.
       COPY "standing-order-lines-logic-file.cbl".
      * Logic file with blanket purchase agreement fields.
       COPY "blanket-logic-file.cbl".
      * Logic file with archived order fields.
       COPY "archive-order-logic-file.cbl".
      * Logic file with archived order line fields.
       COPY "archive-order-lines-logic-file.cbl".
      * Logic file with invoice fields.
       COPY "invoice-logic-file.cbl".
      * Logic file with credit note fields.
       COPY "credit-note-logic-file.cbl".
      * Logic file with payment fields.
       COPY "payment-logic-file.cbl".
      * Logic file with customer credit history fields.
       COPY "credit-event-logic-file.cbl".
      * Logic file with till session fields.
       COPY "till-logic-file.cbl".
      * Logic file with shift hours fields.
       COPY "shift-log-logic-file.cbl".
      * Logic file with shipment fields.
       COPY "shipment-logic-file.cbl".
      * Logic file with carton fields.
       COPY "carton-logic-file.cbl".
      * Logic file with carton content fields.
       COPY "carton-line-logic-file.cbl".
      * Logic file with return fields.
       COPY "returns-logic-file.cbl".
      * Logic file with customer case fields.
       COPY "case-logic-file.cbl".
      * Logic file with customer case note fields.
       COPY "case-note-logic-file.cbl".
      * Logic file with warranty claim fields.
       COPY "warranty-claim-logic-file.cbl".
      * Logic file with consignment stock fields.
       COPY "consignment-logic-file.cbl".
      * Logic file with consignment usage fields.
       COPY "consignment-usage-logic-file.cbl".
      * Logic file with customer site stock fields.
       COPY "site-stock-logic-file.cbl".

       FD  TRAINING-WORK-FILE.
       01  TRAINING-WORK-RECORD PIC X(300).

       WORKING-STORAGE SECTION.
       77  END-OF-FILE PIC 9.
       77  COPY-FILE-NAME PIC X(25).
       77  RECORDS-UNLOADED PIC 9(7).
       77  RECORDS-RELOADED PIC 9(7).
       77  DATA-SET-CHOICE PIC X.

       LINKAGE SECTION.
      * Running totals for the whole refresh, kept by the caller.
       01  FILES-COPIED PIC 9(3).
       01  RECORDS-IN-ERROR PIC 9(5).

       PROCEDURE DIVISION USING FILES-COPIED RECORDS-IN-ERROR.

      *Copies the order, invoice, payment, shipping, returns and
      *consignment files from the live data set into the training
      *one. Every record goes back through the file's own SELECT, so
      *the training file is built with the same keys and alternate
      *indexes as the live one. The live files are only ever read.
       PROGRAM-BEGIN.
       PERFORM COPY-ORDERS.
       PERFORM COPY-ORDER-LINES.
       PERFORM COPY-ORDER-HOLDS.
       PERFORM COPY-RESERVATIONS.
       PERFORM COPY-QUOTES.
       PERFORM COPY-QUOTE-LINES.
       PERFORM COPY-STANDING-ORDERS.
       PERFORM COPY-STANDING-LINES.
       PERFORM COPY-BLANKETS.
       PERFORM COPY-ARCHIVED-ORDERS.
       PERFORM COPY-ARCHIVED-LINES.
       PERFORM COPY-INVOICES.
       PERFORM COPY-CREDIT-NOTES.
       PERFORM COPY-PAYMENTS.
       PERFORM COPY-CREDIT-EVENTS.
       PERFORM COPY-TILL-SESSIONS.
       PERFORM COPY-SHIFT-LOG.
       PERFORM COPY-SHIPMENTS.
       PERFORM COPY-CARTONS.
       PERFORM COPY-CARTON-LINES.
       PERFORM COPY-RETURNS.
       PERFORM COPY-CASES.
       PERFORM COPY-CASE-NOTES.
       PERFORM COPY-WARRANTY-CLAIMS.
       PERFORM COPY-CONSIGNMENTS.
       PERFORM COPY-CONSIGNMENT-USAGE.
       PERFORM COPY-SITE-STOCK.
       GOBACK.

      *The live file and the work file are both opened while the
      *run still points at the live directory; a file stays bound
      *to the directory it was opened in, so only the training
      *file is opened after the switch.
       START-FILE-COPY.
       MOVE 0 TO RECORDS-UNLOADED.
       MOVE 0 TO RECORDS-RELOADED.
       MOVE 0 TO END-OF-FILE.
       OPEN OUTPUT TRAINING-WORK-FILE.

       START-FILE-RELOAD.
       CLOSE TRAINING-WORK-FILE.
       OPEN INPUT TRAINING-WORK-FILE.
       MOVE 0 TO END-OF-FILE.
       MOVE "T" TO DATA-SET-CHOICE.
       CALL "select-data-set" USING DATA-SET-CHOICE.

       FINISH-FILE-COPY.
       CLOSE TRAINING-WORK-FILE.
       MOVE "L" TO DATA-SET-CHOICE.
       CALL "select-data-set" USING DATA-SET-CHOICE.
       ADD 1 TO FILES-COPIED.
       DISPLAY COPY-FILE-NAME " copied: " RECORDS-RELOADED
           " of " RECORDS-UNLOADED.

       READ-WORK-RECORD.
       READ TRAINING-WORK-FILE
           AT END MOVE 1 TO END-OF-FILE
       END-READ.

       WRITE-WORK-RECORD.
       WRITE TRAINING-WORK-RECORD.
       ADD 1 TO RECORDS-UNLOADED.

       COPY-ORDERS.
       MOVE "ORDERS" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT ORDERS-FILE.
       PERFORM UNLOAD-ORDERS UNTIL END-OF-FILE = 1.
       CLOSE ORDERS-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT ORDERS-FILE.
       PERFORM RELOAD-ORDERS UNTIL END-OF-FILE = 1.
       CLOSE ORDERS-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-ORDERS.
       READ ORDERS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE ORDER-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-ORDERS.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO ORDER-REGISTRATION
           WRITE ORDER-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-ORDER-LINES.
       MOVE "ORDER-LINES" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT ORDER-LINES-FILE.
       PERFORM UNLOAD-ORDER-LINES UNTIL END-OF-FILE = 1.
       CLOSE ORDER-LINES-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT ORDER-LINES-FILE.
       PERFORM RELOAD-ORDER-LINES UNTIL END-OF-FILE = 1.
       CLOSE ORDER-LINES-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-ORDER-LINES.
       READ ORDER-LINES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE ORDER-LINE-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-ORDER-LINES.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO ORDER-LINE-REGISTRATION
           WRITE ORDER-LINE-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-ORDER-HOLDS.
       MOVE "ORDER-HOLDS" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT ORDER-HOLDS-FILE.
       PERFORM UNLOAD-ORDER-HOLDS UNTIL END-OF-FILE = 1.
       CLOSE ORDER-HOLDS-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT ORDER-HOLDS-FILE.
       PERFORM RELOAD-ORDER-HOLDS UNTIL END-OF-FILE = 1.
       CLOSE ORDER-HOLDS-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-ORDER-HOLDS.
       READ ORDER-HOLDS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE ORDER-HOLD-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-ORDER-HOLDS.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO ORDER-HOLD-REGISTRATION
           WRITE ORDER-HOLD-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-RESERVATIONS.
       MOVE "RESERVATIONS" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT RESERVATIONS-FILE.
       PERFORM UNLOAD-RESERVATIONS UNTIL END-OF-FILE = 1.
       CLOSE RESERVATIONS-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT RESERVATIONS-FILE.
       PERFORM RELOAD-RESERVATIONS UNTIL END-OF-FILE = 1.
       CLOSE RESERVATIONS-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-RESERVATIONS.
       READ RESERVATIONS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE RESERVATION-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-RESERVATIONS.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO RESERVATION-REGISTRATION
           WRITE RESERVATION-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-QUOTES.
       MOVE "QUOTES" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT QUOTES-FILE.
       PERFORM UNLOAD-QUOTES UNTIL END-OF-FILE = 1.
       CLOSE QUOTES-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT QUOTES-FILE.
       PERFORM RELOAD-QUOTES UNTIL END-OF-FILE = 1.
       CLOSE QUOTES-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-QUOTES.
       READ QUOTES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE QUOTE-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-QUOTES.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO QUOTE-REGISTRATION
           WRITE QUOTE-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-QUOTE-LINES.
       MOVE "QUOTE-LINES" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT QUOTE-LINES-FILE.
       PERFORM UNLOAD-QUOTE-LINES UNTIL END-OF-FILE = 1.
       CLOSE QUOTE-LINES-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT QUOTE-LINES-FILE.
       PERFORM RELOAD-QUOTE-LINES UNTIL END-OF-FILE = 1.
       CLOSE QUOTE-LINES-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-QUOTE-LINES.
       READ QUOTE-LINES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE QUOTE-LINE-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-QUOTE-LINES.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO QUOTE-LINE-REGISTRATION
           WRITE QUOTE-LINE-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-STANDING-ORDERS.
       MOVE "STANDING-ORDERS" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT STANDING-ORDERS-FILE.
       PERFORM UNLOAD-STANDING-ORDERS UNTIL END-OF-FILE = 1.
       CLOSE STANDING-ORDERS-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT STANDING-ORDERS-FILE.
       PERFORM RELOAD-STANDING-ORDERS UNTIL END-OF-FILE = 1.
       CLOSE STANDING-ORDERS-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-STANDING-ORDERS.
       READ STANDING-ORDERS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE STANDING-ORDER-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-STANDING-ORDERS.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO STANDING-ORDER-REGISTRATION
           WRITE STANDING-ORDER-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-STANDING-LINES.
       MOVE "STANDING-LINES" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT STANDING-LINES-FILE.
       PERFORM UNLOAD-STANDING-LINES UNTIL END-OF-FILE = 1.
       CLOSE STANDING-LINES-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT STANDING-LINES-FILE.
       PERFORM RELOAD-STANDING-LINES UNTIL END-OF-FILE = 1.
       CLOSE STANDING-LINES-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-STANDING-LINES.
       READ STANDING-LINES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE STANDING-LINE-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-STANDING-LINES.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO STANDING-LINE-REGISTRATION
           WRITE STANDING-LINE-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-BLANKETS.
       MOVE "BLANKETS" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT BLANKETS-FILE.
       PERFORM UNLOAD-BLANKETS UNTIL END-OF-FILE = 1.
       CLOSE BLANKETS-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT BLANKETS-FILE.
       PERFORM RELOAD-BLANKETS UNTIL END-OF-FILE = 1.
       CLOSE BLANKETS-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-BLANKETS.
       READ BLANKETS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE BLANKET-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-BLANKETS.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO BLANKET-REGISTRATION
           WRITE BLANKET-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-ARCHIVED-ORDERS.
       MOVE "ARCHIVED-ORDERS" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT ARCHIVED-ORDERS-FILE.
       PERFORM UNLOAD-ARCHIVED-ORDERS UNTIL END-OF-FILE = 1.
       CLOSE ARCHIVED-ORDERS-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT ARCHIVED-ORDERS-FILE.
       PERFORM RELOAD-ARCHIVED-ORDERS UNTIL END-OF-FILE = 1.
       CLOSE ARCHIVED-ORDERS-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-ARCHIVED-ORDERS.
       READ ARCHIVED-ORDERS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE ARCHIVED-ORDER-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-ARCHIVED-ORDERS.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO ARCHIVED-ORDER-REGISTRATION
           WRITE ARCHIVED-ORDER-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-ARCHIVED-LINES.
       MOVE "ARCHIVED-LINES" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT ARCHIVED-LINES-FILE.
       PERFORM UNLOAD-ARCHIVED-LINES UNTIL END-OF-FILE = 1.
       CLOSE ARCHIVED-LINES-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT ARCHIVED-LINES-FILE.
       PERFORM RELOAD-ARCHIVED-LINES UNTIL END-OF-FILE = 1.
       CLOSE ARCHIVED-LINES-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-ARCHIVED-LINES.
       READ ARCHIVED-LINES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE ARCHIVED-LINE-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-ARCHIVED-LINES.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO ARCHIVED-LINE-REGISTRATION
           WRITE ARCHIVED-LINE-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-INVOICES.
       MOVE "INVOICES" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT INVOICES-FILE.
       PERFORM UNLOAD-INVOICES UNTIL END-OF-FILE = 1.
       CLOSE INVOICES-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT INVOICES-FILE.
       PERFORM RELOAD-INVOICES UNTIL END-OF-FILE = 1.
       CLOSE INVOICES-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-INVOICES.
       READ INVOICES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE INVOICE-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-INVOICES.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO INVOICE-REGISTRATION
           WRITE INVOICE-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-CREDIT-NOTES.
       MOVE "CREDIT-NOTES" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT CREDIT-NOTES-FILE.
       PERFORM UNLOAD-CREDIT-NOTES UNTIL END-OF-FILE = 1.
       CLOSE CREDIT-NOTES-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT CREDIT-NOTES-FILE.
       PERFORM RELOAD-CREDIT-NOTES UNTIL END-OF-FILE = 1.
       CLOSE CREDIT-NOTES-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-CREDIT-NOTES.
       READ CREDIT-NOTES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE CREDIT-NOTE-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-CREDIT-NOTES.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO CREDIT-NOTE-REGISTRATION
           WRITE CREDIT-NOTE-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-PAYMENTS.
       MOVE "PAYMENTS" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT PAYMENTS-FILE.
       PERFORM UNLOAD-PAYMENTS UNTIL END-OF-FILE = 1.
       CLOSE PAYMENTS-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT PAYMENTS-FILE.
       PERFORM RELOAD-PAYMENTS UNTIL END-OF-FILE = 1.
       CLOSE PAYMENTS-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-PAYMENTS.
       READ PAYMENTS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE PAYMENT-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-PAYMENTS.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO PAYMENT-REGISTRATION
           WRITE PAYMENT-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-CREDIT-EVENTS.
       MOVE "CREDIT-EVENTS" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT CREDIT-EVENTS-FILE.
       PERFORM UNLOAD-CREDIT-EVENTS UNTIL END-OF-FILE = 1.
       CLOSE CREDIT-EVENTS-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT CREDIT-EVENTS-FILE.
       PERFORM RELOAD-CREDIT-EVENTS UNTIL END-OF-FILE = 1.
       CLOSE CREDIT-EVENTS-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-CREDIT-EVENTS.
       READ CREDIT-EVENTS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE CREDIT-EVENT-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-CREDIT-EVENTS.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO CREDIT-EVENT-REGISTRATION
           WRITE CREDIT-EVENT-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-TILL-SESSIONS.
       MOVE "TILL-SESSIONS" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT TILL-SESSIONS-FILE.
       PERFORM UNLOAD-TILL-SESSIONS UNTIL END-OF-FILE = 1.
       CLOSE TILL-SESSIONS-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT TILL-SESSIONS-FILE.
       PERFORM RELOAD-TILL-SESSIONS UNTIL END-OF-FILE = 1.
       CLOSE TILL-SESSIONS-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-TILL-SESSIONS.
       READ TILL-SESSIONS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE TILL-SESSION-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-TILL-SESSIONS.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO TILL-SESSION-REGISTRATION
           WRITE TILL-SESSION-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-SHIFT-LOG.
       MOVE "SHIFT-LOG" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT SHIFT-LOG-FILE.
       PERFORM UNLOAD-SHIFT-LOG UNTIL END-OF-FILE = 1.
       CLOSE SHIFT-LOG-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT SHIFT-LOG-FILE.
       PERFORM RELOAD-SHIFT-LOG UNTIL END-OF-FILE = 1.
       CLOSE SHIFT-LOG-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-SHIFT-LOG.
       READ SHIFT-LOG-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE SHIFT-LOG-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-SHIFT-LOG.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO SHIFT-LOG-REGISTRATION
           WRITE SHIFT-LOG-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-SHIPMENTS.
       MOVE "SHIPMENTS" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT SHIPMENTS-FILE.
       PERFORM UNLOAD-SHIPMENTS UNTIL END-OF-FILE = 1.
       CLOSE SHIPMENTS-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT SHIPMENTS-FILE.
       PERFORM RELOAD-SHIPMENTS UNTIL END-OF-FILE = 1.
       CLOSE SHIPMENTS-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-SHIPMENTS.
       READ SHIPMENTS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE SHIPMENT-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-SHIPMENTS.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO SHIPMENT-REGISTRATION
           WRITE SHIPMENT-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-CARTONS.
       MOVE "CARTONS" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT CARTONS-FILE.
       PERFORM UNLOAD-CARTONS UNTIL END-OF-FILE = 1.
       CLOSE CARTONS-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT CARTONS-FILE.
       PERFORM RELOAD-CARTONS UNTIL END-OF-FILE = 1.
       CLOSE CARTONS-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-CARTONS.
       READ CARTONS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE CARTON-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-CARTONS.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO CARTON-REGISTRATION
           WRITE CARTON-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-CARTON-LINES.
       MOVE "CARTON-LINES" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT CARTON-LINES-FILE.
       PERFORM UNLOAD-CARTON-LINES UNTIL END-OF-FILE = 1.
       CLOSE CARTON-LINES-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT CARTON-LINES-FILE.
       PERFORM RELOAD-CARTON-LINES UNTIL END-OF-FILE = 1.
       CLOSE CARTON-LINES-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-CARTON-LINES.
       READ CARTON-LINES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE CARTON-LINE-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-CARTON-LINES.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO CARTON-LINE-REGISTRATION
           WRITE CARTON-LINE-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-RETURNS.
       MOVE "RETURNS" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT RETURNS-FILE.
       PERFORM UNLOAD-RETURNS UNTIL END-OF-FILE = 1.
       CLOSE RETURNS-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT RETURNS-FILE.
       PERFORM RELOAD-RETURNS UNTIL END-OF-FILE = 1.
       CLOSE RETURNS-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-RETURNS.
       READ RETURNS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE RETURN-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-RETURNS.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO RETURN-REGISTRATION
           WRITE RETURN-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-CASES.
       MOVE "CASES" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT CASES-FILE.
       PERFORM UNLOAD-CASES UNTIL END-OF-FILE = 1.
       CLOSE CASES-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT CASES-FILE.
       PERFORM RELOAD-CASES UNTIL END-OF-FILE = 1.
       CLOSE CASES-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-CASES.
       READ CASES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE CASE-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-CASES.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO CASE-REGISTRATION
           WRITE CASE-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-CASE-NOTES.
       MOVE "CASE-NOTES" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT CASE-NOTES-FILE.
       PERFORM UNLOAD-CASE-NOTES UNTIL END-OF-FILE = 1.
       CLOSE CASE-NOTES-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT CASE-NOTES-FILE.
       PERFORM RELOAD-CASE-NOTES UNTIL END-OF-FILE = 1.
       CLOSE CASE-NOTES-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-CASE-NOTES.
       READ CASE-NOTES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE CASE-NOTE-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-CASE-NOTES.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO CASE-NOTE-REGISTRATION
           WRITE CASE-NOTE-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-WARRANTY-CLAIMS.
       MOVE "WARRANTY-CLAIMS" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT WARRANTY-CLAIMS-FILE.
       PERFORM UNLOAD-WARRANTY-CLAIMS UNTIL END-OF-FILE = 1.
       CLOSE WARRANTY-CLAIMS-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT WARRANTY-CLAIMS-FILE.
       PERFORM RELOAD-WARRANTY-CLAIMS UNTIL END-OF-FILE = 1.
       CLOSE WARRANTY-CLAIMS-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-WARRANTY-CLAIMS.
       READ WARRANTY-CLAIMS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE CLAIM-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-WARRANTY-CLAIMS.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO CLAIM-REGISTRATION
           WRITE CLAIM-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-CONSIGNMENTS.
       MOVE "CONSIGNMENTS" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT CONSIGNMENTS-FILE.
       PERFORM UNLOAD-CONSIGNMENTS UNTIL END-OF-FILE = 1.
       CLOSE CONSIGNMENTS-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT CONSIGNMENTS-FILE.
       PERFORM RELOAD-CONSIGNMENTS UNTIL END-OF-FILE = 1.
       CLOSE CONSIGNMENTS-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-CONSIGNMENTS.
       READ CONSIGNMENTS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE CONSIGNMENT-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-CONSIGNMENTS.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO CONSIGNMENT-REGISTRATION
           WRITE CONSIGNMENT-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-CONSIGNMENT-USAGE.
       MOVE "CONSIGNMENT-USAGE" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT CONSIGNMENT-USAGE-FILE.
       PERFORM UNLOAD-CONSIGNMENT-USAGE UNTIL END-OF-FILE = 1.
       CLOSE CONSIGNMENT-USAGE-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT CONSIGNMENT-USAGE-FILE.
       PERFORM RELOAD-CONSIGNMENT-USAGE UNTIL END-OF-FILE = 1.
       CLOSE CONSIGNMENT-USAGE-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-CONSIGNMENT-USAGE.
       READ CONSIGNMENT-USAGE-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE CONSUMPTION-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-CONSIGNMENT-USAGE.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO CONSUMPTION-REGISTRATION
           WRITE CONSUMPTION-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-SITE-STOCK.
       MOVE "SITE-STOCK" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT SITE-STOCK-FILE.
       PERFORM UNLOAD-SITE-STOCK UNTIL END-OF-FILE = 1.
       CLOSE SITE-STOCK-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT SITE-STOCK-FILE.
       PERFORM RELOAD-SITE-STOCK UNTIL END-OF-FILE = 1.
       CLOSE SITE-STOCK-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-SITE-STOCK.
       READ SITE-STOCK-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE SITE-STOCK-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-SITE-STOCK.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO SITE-STOCK-REGISTRATION
           WRITE SITE-STOCK-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. e-invoice-transmit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "invoice-physical-file.cbl".
       COPY "customer-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with invoice fields.
       COPY "invoice-logic-file.cbl".
      * Logic file with customer fields.
       COPY "customer-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       01  OPTION PIC 9.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  RECORD-FOUND PIC X.
       77  SEND-INVOICE-ID PIC 9(6).
       77  SEND-MODE PIC X.
       77  SEND-RESULT PIC X.
       77  SENT-COUNT PIC 9(5).
      * Invoices still owed to an electronic customer, gathered
      * before the export takes the invoice file over.
       01  UNSENT-COUNT PIC 9(3) VALUE 0.
       01  UNSENT-TABLE.
           05  UNSENT-ENTRY OCCURS 500 TIMES PIC 9(6).
       77  UNSENT-IDX PIC 9(3).
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "E-INVOICE-TRANSMIT".
       77  LOG-MESSAGE-FIELD PIC X(80).

       PROCEDURE DIVISION.

      *Invoicing sends each electronic invoice as it is raised; this
      *catches up anything that missed its turn, such as invoices
      *raised before the customer was flagged, and sends one
      *invoice again when a customer's payables lost it.
       PROGRAM-BEGIN.
       PERFORM TRANSMIT-MENU.
       PERFORM PROCESS-OPTION UNTIL OPTION = 0.
       GOBACK.

       TRANSMIT-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Electronic Invoice Menu"
       DISPLAY "1. Send all unsent electronic invoices"
       DISPLAY "2. Resend a single invoice"
       DISPLAY "0. Back"
       DISPLAY "Enter your choice (0-2):"
       ACCEPT OPTION.

       PROCESS-OPTION.
       IF OPTION = 1 THEN
           PERFORM SEND-UNSENT-INVOICES
           PERFORM TRANSMIT-MENU
       ELSE IF OPTION = 2 THEN
           PERFORM RESEND-ONE-INVOICE
           PERFORM TRANSMIT-MENU
       ELSE IF OPTION = 0 THEN
           CONTINUE
       ELSE
           DISPLAY "Invalid option. Please enter a valid choice (0-2):"
           MOVE "Invalid electronic invoice option entered."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
           PERFORM TRANSMIT-MENU.

       SEND-UNSENT-INVOICES.
       MOVE 0 TO UNSENT-COUNT.
       MOVE 0 TO SENT-COUNT.
       OPEN I-O INVOICES-FILE.
       OPEN I-O CUSTOMERS-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM GATHER-NEXT-UNSENT UNTIL END-OF-FILE = 1.
       CLOSE INVOICES-FILE.
       CLOSE CUSTOMERS-FILE.
       MOVE "N" TO SEND-MODE.
       MOVE 1 TO UNSENT-IDX.
       PERFORM SEND-NEXT-UNSENT UNTIL UNSENT-IDX > UNSENT-COUNT.
       DISPLAY "Electronic invoices sent: " SENT-COUNT.

       GATHER-NEXT-UNSENT.
       READ INVOICES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0 AND NOT INVOICE-EDI-SENT
           AND INVOICE-COMPANY-CODE = SESSION-COMPANY-CODE
           AND UNSENT-COUNT < 500
           MOVE INVOICE-CUSTOMER-ID TO CUSTOMER-ID
           MOVE "S" TO RECORD-FOUND
           READ CUSTOMERS-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND
           END-READ
           IF RECORD-FOUND = "S" AND CUSTOMER-WANTS-EINVOICE
               ADD 1 TO UNSENT-COUNT
               MOVE INVOICE-ID TO UNSENT-ENTRY (UNSENT-COUNT)
           END-IF
       END-IF.

       SEND-NEXT-UNSENT.
       CALL "export-e-invoice" USING UNSENT-ENTRY (UNSENT-IDX)
           SEND-MODE SEND-RESULT.
       IF SEND-RESULT = "S"
           ADD 1 TO SENT-COUNT
       END-IF.
       ADD 1 TO UNSENT-IDX.

      *A resend goes out marked as a resend, so the customer's
      *payables can tell it from a new bill.
       RESEND-ONE-INVOICE.
       DISPLAY "Enter the invoice number to resend: ".
       ACCEPT SEND-INVOICE-ID.
       MOVE "R" TO SEND-MODE.
       CALL "export-e-invoice" USING SEND-INVOICE-ID
           SEND-MODE SEND-RESULT.
       IF SEND-RESULT = "M"
           DISPLAY "No invoice found with that number."
       ELSE IF SEND-RESULT = "C"
           DISPLAY "That customer does not take electronic "
           "invoices."
       END-IF.

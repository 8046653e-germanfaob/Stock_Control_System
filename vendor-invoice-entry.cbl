       77  LAST-LINE-NUMBER PIC 9(3).
       77  HEADER-OK PIC X.
       77  HELD-COUNT PIC 9(5).
       77  TERMS-DUE-DATE PIC 9(8).
       77  AUDIT-BEFORE PIC X(40).
       77  AUDIT-AFTER PIC X(40).
       77  AUDIT-INVOICE-ID PIC X(15).
       GOBACK.

       VENDOR-INVOICE-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Vendor Invoice Menu"
       DISPLAY "1. Enter a vendor invoice (three-way match)"
       DISPLAY "3. Approve or reject a held invoice"
       DISPLAY "4. Vendor payment run (remittance advices)"
       DISPLAY "5. Payables aging report"
       DISPLAY "6. Void and reissue a vendor check"
       DISPLAY "7. Audit a carrier freight invoice"
       DISPLAY "0. Back"
       DISPLAY "Enter your choice (0-7):"
       ACCEPT OPTION.

       PROCESS-OPTION.
       ELSE IF OPTION = 5 THEN
           PERFORM RUN-AP-AGING
           PERFORM VENDOR-INVOICE-MENU
       ELSE IF OPTION = 6 THEN
           IF SESSION-ROLE-IS-ADMIN
               PERFORM RUN-CHECK-VOID
           ELSE
               DISPLAY "Access restricted to administrators."
           END-IF
           PERFORM VENDOR-INVOICE-MENU
       ELSE IF OPTION = 7 THEN
           PERFORM RUN-FREIGHT-AUDIT
           PERFORM VENDOR-INVOICE-MENU
       ELSE IF OPTION = 0 THEN
           CONTINUE
       ELSE
           DISPLAY "Invalid option. Please enter a valid choice (0-7):"
           MOVE "Invalid vendor invoice menu option entered."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
       OPEN I-O VENDOR-INVOICES-FILE.
       OPEN I-O VENDORS-FILE.

       RUN-CHECK-VOID.
       CLOSE VENDOR-INVOICES-FILE.
       CLOSE VENDORS-FILE.
       CALL "vendor-check-void".
       OPEN I-O VENDOR-INVOICES-FILE.
       OPEN I-O VENDORS-FILE.

       RUN-FREIGHT-AUDIT.
       CLOSE VENDOR-INVOICES-FILE.
       CLOSE VENDORS-FILE.
       CALL "freight-invoice-audit".
       OPEN I-O VENDOR-INVOICES-FILE.
       OPEN I-O VENDORS-FILE.

       RUN-AP-AGING.
       CLOSE VENDOR-INVOICES-FILE.
       CLOSE VENDORS-FILE.
       READ VENDORS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND VENDOR-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No vendor found with that id."
       ELSE
       READ PURCHASE-ORDERS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND PO-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No purchase order found with that id."
       ELSE IF PO-VENDOR-ID NOT = WORK-VENDOR-ID
       ACCEPT VENDOR-INVOICE-REF.
       DISPLAY "Enter the invoice date (YYYYMMDD): ".
       ACCEPT VENDOR-INVOICE-DATE.
       DISPLAY "Enter the due date (YYYYMMDD, 0 to take it from "
           "the vendor's terms): ".
       ACCEPT VENDOR-INVOICE-DUE-DATE.
       PERFORM SET-VENDOR-INVOICE-TERMS.
       MOVE 0 TO VARIANCE-COUNT.
       MOVE 0 TO INVOICE-WORK-TOTAL.
       MOVE 0 TO LAST-LINE-NUMBER.
       PERFORM WRITE-INVOICE-HEADER.
       PERFORM LOG-INVOICE-AUDIT.

      *The vendor's terms give the discount window the payment run
      *works to, and the due date too when none was printed on the
      *invoice. A due date the vendor did print stands as keyed.
       SET-VENDOR-INVOICE-TERMS.
       CALL "get-due-dates" USING VENDOR-TERMS-CODE
           VENDOR-INVOICE-DATE TERMS-DUE-DATE
           VENDOR-INVOICE-DISC-DATE VENDOR-INVOICE-DISC-PCT.
       IF VENDOR-INVOICE-DUE-DATE = 0
           MOVE TERMS-DUE-DATE TO VENDOR-INVOICE-DUE-DATE
           DISPLAY "Due date from terms: " VENDOR-INVOICE-DUE-DATE
       END-IF.
       IF VENDOR-INVOICE-DISC-PCT > 0
           DISPLAY "Early-payment discount " VENDOR-INVOICE-DISC-PCT
           "% if paid by " VENDOR-INVOICE-DISC-DATE
       END-IF.

      *A vendor billing in a foreign currency is matched in that
      *currency - the PO line costs are already carried in it - and
      *the home-currency total is fixed at the rate in force on the
      *counter until it passes them; a collision simply draws the
      *next number.
       WRITE-INVOICE-HEADER.
       MOVE 0 TO VENDOR-INVOICE-CHECK-NO.
       MOVE "N" TO HEADER-OK.
       PERFORM WRITE-INVOICE-HEADER-ONCE UNTIL HEADER-OK = "Y".

       END-READ.
       IF END-OF-FILE = 0
           IF VENDOR-INVOICE-IS-HELD
               PERFORM CHECK-INVOICE-COMPANY
           END-IF
           IF VENDOR-INVOICE-IS-HELD
               AND RECORD-FOUND = "S"
               ADD 1 TO HELD-COUNT
               DISPLAY "Invoice: " VENDOR-INVOICE-ID
               " Vendor: " VENDOR-INVOICE-VENDOR-ID
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND
           END-READ
           IF RECORD-FOUND = "S"
               PERFORM CHECK-INVOICE-COMPANY
           END-IF
           IF RECORD-FOUND = "N"
               DISPLAY "No vendor invoice found with that id."
           ELSE IF NOT VENDOR-INVOICE-IS-HELD
           END-IF
       END-IF.

      *A vendor bill is the company's of the vendor who sent it.
       CHECK-INVOICE-COMPANY.
       MOVE VENDOR-INVOICE-VENDOR-ID TO VENDOR-ID.
       MOVE "S" TO RECORD-FOUND.
       READ VENDORS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND VENDOR-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.

       SHOW-INVOICE-VARIANCES.
       MOVE WORK-INVOICE-ID TO VINV-LINE-INVOICE-ID.
       MOVE 0 TO VINV-LINE-NUMBER.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. copy-training-purchasing.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "purchase-order-physical-file.cbl".
       COPY "purchase-order-lines-physical-file.cbl".
       COPY "asn-physical-file.cbl".
       COPY "rtv-physical-file.cbl".
       COPY "vendor-invoice-physical-file.cbl".
       COPY "vendor-invoice-lines-physical-file.cbl".
       COPY "vendor-payment-physical-file.cbl".
       COPY "bank-statement-physical-file.cbl".
       COPY "gl-pending-physical-file.cbl".
      * Each file passes through the sequential work file, which
      * stays in the live directory.
       SELECT TRAINING-WORK-FILE ASSIGN TO "TRAINING.WRK"
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Logic file with purchase order header fields.
       COPY "purchase-order-logic-file.cbl".
      * Logic file with purchase order line fields.
       COPY "purchase-order-lines-logic-file.cbl".
      * Logic file with advance ship notice fields.
       COPY "asn-logic-file.cbl".
      * Logic file with return-to-vendor fields.
       COPY "rtv-logic-file.cbl".
      * Logic file with vendor invoice fields.
       COPY "vendor-invoice-logic-file.cbl".
      * Logic file with vendor invoice line fields.
       COPY "vendor-invoice-lines-logic-file.cbl".
      * Logic file with vendor payment fields.
       COPY "vendor-payment-logic-file.cbl".
      * Logic file with bank statement fields.
       COPY "bank-statement-logic-file.cbl".
      * Logic file with pending GL posting fields.
       COPY "gl-pending-logic-file.cbl".

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

      *Copies the purchase orders, receipts, vendor invoices and
      *payments, the bank statement and the pending ledger postings
      *from the live data set into the training one. Every record
      *goes back through the file's own SELECT, so the training file
      *is built with the same keys and alternate indexes as the live
      *one. The live files are only ever read.
       PROGRAM-BEGIN.
       PERFORM COPY-PURCHASE-ORDERS.
       PERFORM COPY-PO-LINES.
       PERFORM COPY-ASN-LINES.
       PERFORM COPY-RTV.
       PERFORM COPY-VENDOR-INVOICES.
       PERFORM COPY-VENDOR-INVOICE-LINES.
       PERFORM COPY-VENDOR-PAYMENTS.
       PERFORM COPY-BANK-STATEMENT.
       PERFORM COPY-GL-PENDING.
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

       COPY-PURCHASE-ORDERS.
       MOVE "PURCHASE-ORDERS" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT PURCHASE-ORDERS-FILE.
       PERFORM UNLOAD-PURCHASE-ORDERS UNTIL END-OF-FILE = 1.
       CLOSE PURCHASE-ORDERS-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT PURCHASE-ORDERS-FILE.
       PERFORM RELOAD-PURCHASE-ORDERS UNTIL END-OF-FILE = 1.
       CLOSE PURCHASE-ORDERS-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-PURCHASE-ORDERS.
       READ PURCHASE-ORDERS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE PO-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-PURCHASE-ORDERS.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO PO-REGISTRATION
           WRITE PO-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-PO-LINES.
       MOVE "PO-LINES" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT PO-LINES-FILE.
       PERFORM UNLOAD-PO-LINES UNTIL END-OF-FILE = 1.
       CLOSE PO-LINES-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT PO-LINES-FILE.
       PERFORM RELOAD-PO-LINES UNTIL END-OF-FILE = 1.
       CLOSE PO-LINES-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-PO-LINES.
       READ PO-LINES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE PO-LINE-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-PO-LINES.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO PO-LINE-REGISTRATION
           WRITE PO-LINE-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-ASN-LINES.
       MOVE "ASN-LINES" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT ASN-LINES-FILE.
       PERFORM UNLOAD-ASN-LINES UNTIL END-OF-FILE = 1.
       CLOSE ASN-LINES-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT ASN-LINES-FILE.
       PERFORM RELOAD-ASN-LINES UNTIL END-OF-FILE = 1.
       CLOSE ASN-LINES-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-ASN-LINES.
       READ ASN-LINES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE ASN-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-ASN-LINES.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO ASN-REGISTRATION
           WRITE ASN-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-RTV.
       MOVE "RTV" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT RTV-FILE.
       PERFORM UNLOAD-RTV UNTIL END-OF-FILE = 1.
       CLOSE RTV-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT RTV-FILE.
       PERFORM RELOAD-RTV UNTIL END-OF-FILE = 1.
       CLOSE RTV-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-RTV.
       READ RTV-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE RTV-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-RTV.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO RTV-REGISTRATION
           WRITE RTV-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-VENDOR-INVOICES.
       MOVE "VENDOR-INVOICES" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT VENDOR-INVOICES-FILE.
       PERFORM UNLOAD-VENDOR-INVOICES UNTIL END-OF-FILE = 1.
       CLOSE VENDOR-INVOICES-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT VENDOR-INVOICES-FILE.
       PERFORM RELOAD-VENDOR-INVOICES UNTIL END-OF-FILE = 1.
       CLOSE VENDOR-INVOICES-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-VENDOR-INVOICES.
       READ VENDOR-INVOICES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE VENDOR-INVOICE-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-VENDOR-INVOICES.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO VENDOR-INVOICE-REGISTRATION
           WRITE VENDOR-INVOICE-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-VENDOR-INVOICE-LINES.
       MOVE "VENDOR-INVOICE-LINES" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT VENDOR-INVOICE-LINES-FILE.
       PERFORM UNLOAD-VENDOR-INVOICE-LINES UNTIL END-OF-FILE = 1.
       CLOSE VENDOR-INVOICE-LINES-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT VENDOR-INVOICE-LINES-FILE.
       PERFORM RELOAD-VENDOR-INVOICE-LINES UNTIL END-OF-FILE = 1.
       CLOSE VENDOR-INVOICE-LINES-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-VENDOR-INVOICE-LINES.
       READ VENDOR-INVOICE-LINES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE VINV-LINE-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-VENDOR-INVOICE-LINES.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO VINV-LINE-REGISTRATION
           WRITE VINV-LINE-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-VENDOR-PAYMENTS.
       MOVE "VENDOR-PAYMENTS" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT VENDOR-PAYMENTS-FILE.
       PERFORM UNLOAD-VENDOR-PAYMENTS UNTIL END-OF-FILE = 1.
       CLOSE VENDOR-PAYMENTS-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT VENDOR-PAYMENTS-FILE.
       PERFORM RELOAD-VENDOR-PAYMENTS UNTIL END-OF-FILE = 1.
       CLOSE VENDOR-PAYMENTS-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-VENDOR-PAYMENTS.
       READ VENDOR-PAYMENTS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE VENDOR-PAYMENT-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-VENDOR-PAYMENTS.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO VENDOR-PAYMENT-REGISTRATION
           WRITE VENDOR-PAYMENT-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-BANK-STATEMENT.
       MOVE "BANK-STATEMENT" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT BANK-STATEMENT-FILE.
       PERFORM UNLOAD-BANK-STATEMENT UNTIL END-OF-FILE = 1.
       CLOSE BANK-STATEMENT-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT BANK-STATEMENT-FILE.
       PERFORM RELOAD-BANK-STATEMENT UNTIL END-OF-FILE = 1.
       CLOSE BANK-STATEMENT-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-BANK-STATEMENT.
       READ BANK-STATEMENT-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE BANK-LINE-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-BANK-STATEMENT.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO BANK-LINE-REGISTRATION
           WRITE BANK-LINE-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-GL-PENDING.
       MOVE "GL-PENDING" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT GL-PENDING-FILE.
       PERFORM UNLOAD-GL-PENDING UNTIL END-OF-FILE = 1.
       CLOSE GL-PENDING-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT GL-PENDING-FILE.
       PERFORM RELOAD-GL-PENDING UNTIL END-OF-FILE = 1.
       CLOSE GL-PENDING-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-GL-PENDING.
       READ GL-PENDING-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE GL-PENDING-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-GL-PENDING.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO GL-PENDING-REGISTRATION
           WRITE GL-PENDING-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

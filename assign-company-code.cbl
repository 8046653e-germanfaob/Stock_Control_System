       IDENTIFICATION DIVISION.
       PROGRAM-ID. assign-company-code.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "physical-file.cbl".
       COPY "customer-physical-file.cbl".
       COPY "vendor-physical-file.cbl".
       COPY "order-physical-file.cbl".
       COPY "invoice-physical-file.cbl".
       COPY "purchase-order-physical-file.cbl".
       COPY "movement-physical-file.cbl".
       COPY "gl-pending-physical-file.cbl".
       COPY "bank-statement-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with products fields.
       COPY "logic-file.cbl".
      * Logic file with customer fields.
       COPY "customer-logic-file.cbl".
      * Logic file with vendor fields.
       COPY "vendor-logic-file.cbl".
      * Logic file with order fields.
       COPY "order-logic-file.cbl".
      * Logic file with invoice fields.
       COPY "invoice-logic-file.cbl".
      * Logic file with purchase order fields.
       COPY "purchase-order-logic-file.cbl".
      * Logic file with movement fields.
       COPY "movement-logic-file.cbl".
      * Logic file with pending GL posting fields.
       COPY "gl-pending-logic-file.cbl".
      * Logic file with bank statement fields.
       COPY "bank-statement-logic-file.cbl".

       WORKING-STORAGE SECTION.
       77  END-OF-FILE PIC 9.
       77  ASSIGNED-COUNT PIC 9(7).

       LINKAGE SECTION.
      * Records written before the business ran more than one company
      * carry no company code. They all belong to the original
      * company, so when that company is set up its code is written
      * into every master and transaction record that has none.
       01  ASSIGN-COMPANY-CODE PIC X(2).

       PROCEDURE DIVISION USING ASSIGN-COMPANY-CODE.
       PROGRAM-BEGIN.
       OPEN I-O PRODUCTS-FILE.
       MOVE 0 TO ASSIGNED-COUNT.
       MOVE 0 TO END-OF-FILE.
       PERFORM ASSIGN-NEXT-PRODUCT UNTIL END-OF-FILE = 1.
       CLOSE PRODUCTS-FILE.
       DISPLAY "Products assigned:        " ASSIGNED-COUNT.
       OPEN I-O CUSTOMERS-FILE.
       MOVE 0 TO ASSIGNED-COUNT.
       MOVE 0 TO END-OF-FILE.
       PERFORM ASSIGN-NEXT-CUSTOMER UNTIL END-OF-FILE = 1.
       CLOSE CUSTOMERS-FILE.
       DISPLAY "Customers assigned:       " ASSIGNED-COUNT.
       OPEN I-O VENDORS-FILE.
       MOVE 0 TO ASSIGNED-COUNT.
       MOVE 0 TO END-OF-FILE.
       PERFORM ASSIGN-NEXT-VENDOR UNTIL END-OF-FILE = 1.
       CLOSE VENDORS-FILE.
       DISPLAY "Vendors assigned:         " ASSIGNED-COUNT.
       OPEN I-O ORDERS-FILE.
       MOVE 0 TO ASSIGNED-COUNT.
       MOVE 0 TO END-OF-FILE.
       PERFORM ASSIGN-NEXT-ORDER UNTIL END-OF-FILE = 1.
       CLOSE ORDERS-FILE.
       DISPLAY "Orders assigned:          " ASSIGNED-COUNT.
       OPEN I-O INVOICES-FILE.
       MOVE 0 TO ASSIGNED-COUNT.
       MOVE 0 TO END-OF-FILE.
       PERFORM ASSIGN-NEXT-INVOICE UNTIL END-OF-FILE = 1.
       CLOSE INVOICES-FILE.
       DISPLAY "Invoices assigned:        " ASSIGNED-COUNT.
       OPEN I-O PURCHASE-ORDERS-FILE.
       MOVE 0 TO ASSIGNED-COUNT.
       MOVE 0 TO END-OF-FILE.
       PERFORM ASSIGN-NEXT-PURCHASE-ORDER UNTIL END-OF-FILE = 1.
       CLOSE PURCHASE-ORDERS-FILE.
       DISPLAY "Purchase orders assigned: " ASSIGNED-COUNT.
       OPEN I-O MOVEMENTS-FILE.
       MOVE 0 TO ASSIGNED-COUNT.
       MOVE 0 TO END-OF-FILE.
       PERFORM ASSIGN-NEXT-MOVEMENT UNTIL END-OF-FILE = 1.
       CLOSE MOVEMENTS-FILE.
       DISPLAY "Movements assigned:       " ASSIGNED-COUNT.
       OPEN I-O GL-PENDING-FILE.
       MOVE 0 TO ASSIGNED-COUNT.
       MOVE 0 TO END-OF-FILE.
       PERFORM ASSIGN-NEXT-GL-PENDING UNTIL END-OF-FILE = 1.
       CLOSE GL-PENDING-FILE.
       DISPLAY "GL postings assigned:     " ASSIGNED-COUNT.
       OPEN I-O BANK-STATEMENT-FILE.
       MOVE 0 TO ASSIGNED-COUNT.
       MOVE 0 TO END-OF-FILE.
       PERFORM ASSIGN-NEXT-BANK-LINE UNTIL END-OF-FILE = 1.
       CLOSE BANK-STATEMENT-FILE.
       DISPLAY "Bank lines assigned:      " ASSIGNED-COUNT.
       GOBACK.

       ASSIGN-NEXT-PRODUCT.
       READ PRODUCTS-FILE NEXT RECORD WITH LOCK
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0 AND PRODUCT-COMPANY-CODE = SPACE
           MOVE ASSIGN-COMPANY-CODE TO PRODUCT-COMPANY-CODE
           REWRITE PRODUCT-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating product record."
               NOT INVALID KEY
                   ADD 1 TO ASSIGNED-COUNT
           END-REWRITE
       END-IF.

       ASSIGN-NEXT-CUSTOMER.
       READ CUSTOMERS-FILE NEXT RECORD WITH LOCK
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0 AND CUSTOMER-COMPANY-CODE = SPACE
           MOVE ASSIGN-COMPANY-CODE TO CUSTOMER-COMPANY-CODE
           REWRITE CUSTOMER-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating customer record."
               NOT INVALID KEY
                   ADD 1 TO ASSIGNED-COUNT
           END-REWRITE
       END-IF.

       ASSIGN-NEXT-VENDOR.
       READ VENDORS-FILE NEXT RECORD WITH LOCK
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0 AND VENDOR-COMPANY-CODE = SPACE
           MOVE ASSIGN-COMPANY-CODE TO VENDOR-COMPANY-CODE
           REWRITE VENDOR-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating vendor record."
               NOT INVALID KEY
                   ADD 1 TO ASSIGNED-COUNT
           END-REWRITE
       END-IF.

       ASSIGN-NEXT-ORDER.
       READ ORDERS-FILE NEXT RECORD WITH LOCK
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0 AND ORDER-COMPANY-CODE = SPACE
           MOVE ASSIGN-COMPANY-CODE TO ORDER-COMPANY-CODE
           REWRITE ORDER-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating order record."
               NOT INVALID KEY
                   ADD 1 TO ASSIGNED-COUNT
           END-REWRITE
       END-IF.

       ASSIGN-NEXT-INVOICE.
       READ INVOICES-FILE NEXT RECORD WITH LOCK
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0 AND INVOICE-COMPANY-CODE = SPACE
           MOVE ASSIGN-COMPANY-CODE TO INVOICE-COMPANY-CODE
           REWRITE INVOICE-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating invoice record."
               NOT INVALID KEY
                   ADD 1 TO ASSIGNED-COUNT
           END-REWRITE
       END-IF.

       ASSIGN-NEXT-PURCHASE-ORDER.
       READ PURCHASE-ORDERS-FILE NEXT RECORD WITH LOCK
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0 AND PO-COMPANY-CODE = SPACE
           MOVE ASSIGN-COMPANY-CODE TO PO-COMPANY-CODE
           REWRITE PO-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating purchase order record."
               NOT INVALID KEY
                   ADD 1 TO ASSIGNED-COUNT
           END-REWRITE
       END-IF.

       ASSIGN-NEXT-MOVEMENT.
       READ MOVEMENTS-FILE NEXT RECORD WITH LOCK
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0 AND MOVEMENT-COMPANY-CODE = SPACE
           MOVE ASSIGN-COMPANY-CODE TO MOVEMENT-COMPANY-CODE
           REWRITE MOVEMENT-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating movement record."
               NOT INVALID KEY
                   ADD 1 TO ASSIGNED-COUNT
           END-REWRITE
       END-IF.

       ASSIGN-NEXT-GL-PENDING.
       READ GL-PENDING-FILE NEXT RECORD WITH LOCK
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0 AND GL-PENDING-COMPANY-CODE = SPACE
           MOVE ASSIGN-COMPANY-CODE TO GL-PENDING-COMPANY-CODE
           REWRITE GL-PENDING-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating pending posting."
               NOT INVALID KEY
                   ADD 1 TO ASSIGNED-COUNT
           END-REWRITE
       END-IF.

       ASSIGN-NEXT-BANK-LINE.
       READ BANK-STATEMENT-FILE NEXT RECORD WITH LOCK
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0 AND BANK-LINE-COMPANY-CODE = SPACE
           MOVE ASSIGN-COMPANY-CODE TO BANK-LINE-COMPANY-CODE
           REWRITE BANK-LINE-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating bank statement line."
               NOT INVALID KEY
                   ADD 1 TO ASSIGNED-COUNT
           END-REWRITE
       END-IF.

       COPY "shipto-physical-file.cbl".
       COPY "price-list-physical-file.cbl".
       COPY "standing-order-physical-file.cbl".
      * Every merge is passed to the CRM so it folds the same two
      * accounts together on its side.
       SELECT OPTIONAL CRM-MERGE-FILE ASSIGN TO "CRM-MERGES.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Logic file with standing order fields.
       COPY "standing-order-logic-file.cbl".

       FD  CRM-MERGE-FILE.
       01  CRM-MERGE-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      * Shared session data: merging accounts is an administrator's
      * job.
               10  MS-CITY     PIC X(25).
               10  MS-POSTCODE PIC X(10).
               10  MS-COUNTRY  PIC X(20).
               10  MS-ROUTE    PIC X(4).
               10  MS-STOP     PIC 9(3).
       77  MOVE-SHIPTO-IDX PIC 9(2).
      * Old ship-to sequence to new: the carried addresses land
      * under fresh numbers after the survivor's own, and the
       77  AUDIT-BEFORE PIC X(40).
       77  AUDIT-AFTER PIC X(40).
       77  AUDIT-RECORD-ID PIC X(15).
       77  MERGE-DATE PIC 9(8).
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "MERGE-CUSTOMERS".
       77  LOG-MESSAGE-FIELD PIC X(80).
       PERFORM MOVE-DUP-PRICES.
       PERFORM MOVE-DUP-TEMPLATES.
       PERFORM COMBINE-BALANCES-AND-STUB.
       PERFORM SEND-MERGE-TO-CRM.
       DISPLAY "Merge complete.".
       DISPLAY "Orders re-pointed:    " ORDERS-MOVED.
       DISPLAY "Invoices re-pointed:  " INVOICES-MOVED.
           AT END MOVE 1 TO SCAN-EOF
       END-READ.
       IF SCAN-EOF = 0
           AND ORDER-COMPANY-CODE = SESSION-COMPANY-CODE
           IF ORDER-CUSTOMER-ID = DUP-CUSTOMER-ID
               ADD 1 TO MOVE-ORDER-COUNT
               MOVE ORDER-ID TO
           AT END MOVE 1 TO SCAN-EOF
       END-READ.
       IF SCAN-EOF = 0
           AND INVOICE-COMPANY-CODE = SESSION-COMPANY-CODE
           IF INVOICE-CUSTOMER-ID = DUP-CUSTOMER-ID
               MOVE KEEP-CUSTOMER-ID TO INVOICE-CUSTOMER-ID
               MOVE KEEP-CUSTOMER-NAME TO INVOICE-CUSTOMER-NAME
                   MS-POSTCODE (MOVE-SHIPTO-COUNT)
               MOVE SHIPTO-COUNTRY TO
                   MS-COUNTRY (MOVE-SHIPTO-COUNT)
               MOVE SHIPTO-ROUTE-CODE TO
                   MS-ROUTE (MOVE-SHIPTO-COUNT)
               MOVE SHIPTO-STOP-SEQ TO
                   MS-STOP (MOVE-SHIPTO-COUNT)
               IF MOVE-SHIPTO-COUNT >= 20
      *Table full: carry this batch and come round again.
                   MOVE 1 TO SCAN-EOF
       MOVE MS-CITY (MOVE-SHIPTO-IDX) TO SHIPTO-CITY.
       MOVE MS-POSTCODE (MOVE-SHIPTO-IDX) TO SHIPTO-POSTCODE.
       MOVE MS-COUNTRY (MOVE-SHIPTO-IDX) TO SHIPTO-COUNTRY.
       MOVE MS-ROUTE (MOVE-SHIPTO-IDX) TO SHIPTO-ROUTE-CODE.
       MOVE MS-STOP (MOVE-SHIPTO-IDX) TO SHIPTO-STOP-SEQ.
       WRITE SHIPTO-REGISTRATION
           INVALID KEY
               DISPLAY "Error carrying delivery address."
           PERFORM LOG-REPOINT-AUDIT
       END-IF.

      *One line per merge - duplicate, survivor, date and who did
      *it - added to the file the CRM collects.
       SEND-MERGE-TO-CRM.
       ACCEPT MERGE-DATE FROM DATE YYYYMMDD.
       MOVE SPACE TO CRM-MERGE-LINE.
       STRING "MERGE," DELIMITED BY SIZE
           DUP-CUSTOMER-ID DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           KEEP-CUSTOMER-ID DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           MERGE-DATE DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           SESSION-OPERATOR-ID DELIMITED BY SIZE
           INTO CRM-MERGE-LINE.
       OPEN EXTEND CRM-MERGE-FILE.
       WRITE CRM-MERGE-LINE.
       CLOSE CRM-MERGE-FILE.

       LOG-REPOINT-AUDIT.
       MOVE SPACE TO AUDIT-BEFORE.
       MOVE SPACE TO AUDIT-AFTER.

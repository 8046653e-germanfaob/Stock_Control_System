       COPY "credit-note-physical-file.cbl".
       COPY "movement-physical-file.cbl".
       COPY "reason-code-physical-file.cbl".
       COPY "gl-pending-physical-file.cbl".
       COPY "customer-physical-file.cbl".
       SELECT OPTIONAL GL-MAP-FILE ASSIGN TO "GLMAP.CFG"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT GL-POST-FILE ASSIGN TO GL-POST-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL GL-DONE-FILE ASSIGN TO "GLDONE.CTL"
           ORGANIZATION IS LINE SEQUENTIAL.
       COPY "movement-logic-file.cbl".
      * Logic file with movement reason code fields.
       COPY "reason-code-logic-file.cbl".
      * Logic file with pending GL posting fields.
       COPY "gl-pending-logic-file.cbl".
      * Logic file with customer fields.
       COPY "customer-logic-file.cbl".

       FD  GL-MAP-FILE.
       01  GL-MAP-LINE PIC X(132).
       01  GL-POST-LINE PIC X(132).

       FD  GL-DONE-FILE.
       01  GL-DONE-LINE.
           05  GL-DONE-DATE         PIC X(8).
           05  GL-DONE-COMPANY-CODE PIC X(2).

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's ledger
      * is extracted.
       COPY "session-data.cbl".
      * The account mapping is read from a small flat file, one line
      * per transaction type: TYPE,DEBIT-ACCOUNT,CREDIT-ACCOUNT.
       01  MAP-TYPE-FIELD PIC X(10).
       01  MAP-CREDIT-FIELD PIC X(8).
       01  MAP-COUNT PIC 9(2) VALUE 0.
       01  MAP-TABLE.
           05  MAP-ENTRY OCCURS 30 TIMES.
               10  MAP-TXN-TYPE   PIC X(10).
               10  MAP-DEBIT-ACCT PIC X(8).
               10  MAP-CREDIT-ACCT PIC X(8).
       01  USE-DEBIT-ACCT PIC X(8).
       01  USE-CREDIT-ACCT PIC X(8).
       01  REASON-ACCTS-FOUND PIC X.
       01  SWAP-ACCT PIC X(8).

       77  END-OF-FILE PIC 9 VALUE 0.
       77  RECORD-FOUND PIC X.
       77  RUN-DATE PIC 9(8).
       77  POSTING-DATE PIC 9(8).
       01  RUN-DATE-SPLIT.
           05  RUN-YEAR  PIC 9(4).
           05  RUN-MONTH PIC 9(2).
           05  RUN-DAY   PIC 9(2).
       01  RUN-DATE-DASHED PIC X(10).
       77  ALREADY-EXTRACTED PIC X.
       77  GL-POST-FILE-NAME PIC X(30).
       77  PERIOD-OPEN-FLAG PIC X.
       77  POSTING-AMOUNT PIC 9(9)V99.
       77  AMOUNT-EDIT PIC 9(9).99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
       IF SESSION-IN-TRAINING
           DISPLAY "TRAINING - no GL posting file is written."
           GOBACK
       END-IF.
       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       MOVE RUN-DATE TO POSTING-DATE.
       MOVE RUN-DATE TO RUN-DATE-SPLIT.
       MOVE SPACE TO RUN-DATE-DASHED.
       STRING RUN-YEAR DELIMITED BY SIZE
       END-IF.
       GOBACK.

      *One posting file per business date and company, guaranteed:
      *the dates already extracted are kept in a control file with
      *the company they were extracted for, and a rerun for the same
      *date and company is turned away.
       CHECK-NOT-ALREADY-RUN.
       MOVE "N" TO ALREADY-EXTRACTED.
       OPEN INPUT GL-DONE-FILE.
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF GL-DONE-DATE = RUN-DATE
               AND GL-DONE-COMPANY-CODE = SESSION-COMPANY-CODE
               MOVE "Y" TO ALREADY-EXTRACTED
           END-IF
       END-IF.
       IF END-OF-FILE = 0
           UNSTRING GL-MAP-LINE DELIMITED BY ","
               INTO MAP-TYPE-FIELD MAP-DEBIT-FIELD MAP-CREDIT-FIELD
           IF MAP-COUNT < 30
               ADD 1 TO MAP-COUNT
               MOVE MAP-TYPE-FIELD TO MAP-TXN-TYPE (MAP-COUNT)
               MOVE MAP-DEBIT-FIELD TO MAP-DEBIT-ACCT (MAP-COUNT)
       END-IF.

       LOAD-DEFAULT-MAP.
       MOVE 20 TO MAP-COUNT.
       MOVE "SALES"  TO MAP-TXN-TYPE (1).
       MOVE "1200" TO MAP-DEBIT-ACCT (1).
       MOVE "4000" TO MAP-CREDIT-ACCT (1).
       MOVE "WRITEOFF" TO MAP-TXN-TYPE (5).
       MOVE "5100" TO MAP-DEBIT-ACCT (5).
       MOVE "1001" TO MAP-CREDIT-ACCT (5).
       MOVE "REBATE" TO MAP-TXN-TYPE (6).
       MOVE "4200" TO MAP-DEBIT-ACCT (6).
       MOVE "2300" TO MAP-CREDIT-ACCT (6).
       MOVE "REBATESET" TO MAP-TXN-TYPE (7).
       MOVE "2300" TO MAP-DEBIT-ACCT (7).
       MOVE "1200" TO MAP-CREDIT-ACCT (7).
      *Goods received not invoiced: the unbilled part of the receipts
      *clearing account moves to accrued purchases over month end.
       MOVE "GRNI" TO MAP-TXN-TYPE (8).
       MOVE "2100" TO MAP-DEBIT-ACCT (8).
       MOVE "2150" TO MAP-CREDIT-ACCT (8).
      *Interest charged on overdue balances.
       MOVE "FINCHG" TO MAP-TXN-TYPE (9).
       MOVE "1200" TO MAP-DEBIT-ACCT (9).
       MOVE "4300" TO MAP-CREDIT-ACCT (9).
      *Receivables written off, when the reason code carries no
      *account pair of its own.
       MOVE "BADDEBT" TO MAP-TXN-TYPE (10).
       MOVE "6100" TO MAP-DEBIT-ACCT (10).
       MOVE "1200" TO MAP-CREDIT-ACCT (10).
       MOVE "SMALLBAL" TO MAP-TXN-TYPE (11).
       MOVE "6150" TO MAP-DEBIT-ACCT (11).
       MOVE "1200" TO MAP-CREDIT-ACCT (11).
      *Stock carried above net realisable value, provided for at
      *period end against the inventory provision account.
       MOVE "NRV" TO MAP-TXN-TYPE (12).
       MOVE "5200" TO MAP-DEBIT-ACCT (12).
       MOVE "1350" TO MAP-CREDIT-ACCT (12).
      *Exchange differences on foreign-currency receivables and
      *payables, set up for a gain: realised when the document is
      *settled, unrealised at a period-end revaluation. A loss posts
      *the pair the other way round.
       MOVE "FXREAL-AR" TO MAP-TXN-TYPE (13).
       MOVE "1200" TO MAP-DEBIT-ACCT (13).
       MOVE "7100" TO MAP-CREDIT-ACCT (13).
       MOVE "FXREAL-AP" TO MAP-TXN-TYPE (14).
       MOVE "2000" TO MAP-DEBIT-ACCT (14).
       MOVE "7100" TO MAP-CREDIT-ACCT (14).
       MOVE "FXUNREALAR" TO MAP-TXN-TYPE (15).
       MOVE "1200" TO MAP-DEBIT-ACCT (15).
       MOVE "7150" TO MAP-CREDIT-ACCT (15).
       MOVE "FXUNREALAP" TO MAP-TXN-TYPE (16).
       MOVE "2000" TO MAP-DEBIT-ACCT (16).
       MOVE "7150" TO MAP-CREDIT-ACCT (16).
      *Stock held at customers' consignment sites.
       MOVE "CONSIGNFIL" TO MAP-TXN-TYPE (17).
       MOVE "1060" TO MAP-DEBIT-ACCT (17).
       MOVE "1001" TO MAP-CREDIT-ACCT (17).
       MOVE "CONSIGNUSE" TO MAP-TXN-TYPE (18).
       MOVE "5000" TO MAP-DEBIT-ACCT (18).
       MOVE "1060" TO MAP-CREDIT-ACCT (18).
       MOVE "CONSIGNOFF" TO MAP-TXN-TYPE (19).
       MOVE "5100" TO MAP-DEBIT-ACCT (19).
       MOVE "1060" TO MAP-CREDIT-ACCT (19).
       MOVE "CONSIGNGN" TO MAP-TXN-TYPE (20).
       MOVE "1060" TO MAP-DEBIT-ACCT (20).
       MOVE "5100" TO MAP-CREDIT-ACCT (20).

       FIND-MAP-ACCOUNTS.
       MOVE "N" TO MAP-FOUND.
       ELSE
           ADD 1 TO MAP-IDX.

      *Each company's journal goes to its own posting file, so the
      *second company's extract does not overwrite the first's.
       RUN-EXTRACT.
       MOVE SPACE TO GL-POST-FILE-NAME.
       IF SESSION-COMPANY-CODE = SPACE
           MOVE "GLPOST.CSV" TO GL-POST-FILE-NAME
       ELSE
           STRING "GLPOST-" DELIMITED BY SIZE
               SESSION-COMPANY-CODE DELIMITED BY SIZE
               ".CSV" DELIMITED BY SIZE
               INTO GL-POST-FILE-NAME
       END-IF.
       OPEN OUTPUT GL-POST-FILE.
       MOVE "Date,Account,Debit,Credit,Description" TO GL-POST-LINE.
       WRITE GL-POST-LINE.
       PERFORM EXTRACT-SALES.
       PERFORM EXTRACT-CREDIT-NOTES.
       PERFORM EXTRACT-MOVEMENTS.
       PERFORM EXTRACT-PENDING-POSTINGS.
       CLOSE GL-POST-FILE.
       PERFORM MARK-DATE-DONE.
       DISPLAY "GL extract complete for " RUN-DATE ".".
       DISPLAY "Journal written to " GL-POST-FILE-NAME.
       DISPLAY "Journal lines written: " LINES-OUT.
       MOVE DEBIT-TOTAL TO TOTAL-EDIT.
       DISPLAY "Debit total:  " TOTAL-EDIT.

       MARK-DATE-DONE.
       OPEN EXTEND GL-DONE-FILE.
       MOVE RUN-DATE TO GL-DONE-DATE.
       MOVE SESSION-COMPANY-CODE TO GL-DONE-COMPANY-CODE.
       WRITE GL-DONE-LINE.
       CLOSE GL-DONE-FILE.

                   MOVE "N" TO RECORD-FOUND
           END-READ
           IF RECORD-FOUND = "S"
               AND ORDER-COMPANY-CODE = SESSION-COMPANY-CODE
               AND ORDER-DATE-NUMERIC = RUN-DATE
               AND ORDER-STATUS NOT = "Cancelled"
               AND LINE-STATUS NOT = "Backordered"
      *twice and a return with no credit note posts nothing.
       EXTRACT-CREDIT-NOTES.
       OPEN I-O CREDIT-NOTES-FILE.
       OPEN I-O CUSTOMERS-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM EXTRACT-NEXT-CREDIT-NOTE UNTIL END-OF-FILE = 1.
       CLOSE CREDIT-NOTES-FILE.
       CLOSE CUSTOMERS-FILE.

       EXTRACT-NEXT-CREDIT-NOTE.
       READ CREDIT-NOTES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
      *A credit note belongs to the company of the customer it was
      *raised for.
       IF END-OF-FILE = 0
           IF CREDIT-NOTE-DATE = RUN-DATE
               MOVE CREDIT-NOTE-CUSTOMER-ID TO CUSTOMER-ID
               MOVE "S" TO RECORD-FOUND
               READ CUSTOMERS-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND
               END-READ
           END-IF
           IF CREDIT-NOTE-DATE = RUN-DATE
               AND RECORD-FOUND = "S"
               AND CUSTOMER-COMPANY-CODE = SESSION-COMPANY-CODE
               MOVE CREDIT-NOTE-TOTAL TO POSTING-AMOUNT
               IF CREDIT-NOTE-IS-REBATE
                   MOVE "REBATESET" TO MAP-TYPE-FIELD
               ELSE
                   MOVE "RETURN" TO MAP-TYPE-FIELD
               END-IF
               PERFORM WRITE-BALANCED-POSTING
           END-IF
       END-IF.
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND MOVEMENT-COMPANY-CODE = SESSION-COMPANY-CODE
           IF MOVEMENT-DATE = RUN-DATE-DASHED
               COMPUTE POSTING-AMOUNT =
                   MOVEMENT-QUANTITY * MOVEMENT-UNIT-COST
               IF MOVEMENT-IS-ENTRY
                   MOVE "ENTRY" TO MAP-TYPE-FIELD
                   PERFORM WRITE-MOVEMENT-POSTING
               ELSE IF MOVEMENT-IS-EXIT
                   AND MOVEMENT-REASON = "CONSIGN FILL"
                   MOVE "CONSIGNFIL" TO MAP-TYPE-FIELD
                   PERFORM WRITE-MOVEMENT-POSTING
               ELSE IF MOVEMENT-IS-EXIT
                   MOVE "EXIT" TO MAP-TYPE-FIELD
                   PERFORM WRITE-MOVEMENT-POSTING
               ELSE IF MOVEMENT-IS-WRITE-OFF
                   MOVE "WRITEOFF" TO MAP-TYPE-FIELD
                   PERFORM WRITE-MOVEMENT-POSTING
               ELSE IF MOVEMENT-IS-CONSIGNMENT
                   PERFORM PICK-CONSIGNMENT-TYPE
                   PERFORM WRITE-MOVEMENT-POSTING
               END-IF
           END-IF
       END-IF.

      *Stock sent to a customer's site is still ours, so the fill
      *only moves it to the consigned stock account. It is costed out
      *of that account when the customer's usage is billed, or when
      *a site count finds it short, and a surplus found at the site
      *comes back into it.
       PICK-CONSIGNMENT-TYPE.
       IF MOVEMENT-REASON = "CONSIGN USE"
           MOVE "CONSIGNUSE" TO MAP-TYPE-FIELD
       ELSE IF MOVEMENT-REASON = "CONSIGN SHORT"
           MOVE "CONSIGNOFF" TO MAP-TYPE-FIELD
       ELSE
           MOVE "CONSIGNGN" TO MAP-TYPE-FIELD.

       WRITE-MOVEMENT-POSTING.
       IF POSTING-AMOUNT > 0
           PERFORM FIND-REASON-ACCOUNTS
               END-IF
       END-READ.

      *Accruals and provisions worked out by the month-end jobs are
      *queued rather than written straight to a journal, so each one
      *lands in the first extract dated on or after it - a job that
      *runs after tonight's extract simply posts tomorrow - and is
      *marked posted so no later extract can post it again. Each
      *posting carries its own date, so a month-end accrual queued
      *after the month has gone by still lands in that month and
      *its reversal in the next.
       EXTRACT-PENDING-POSTINGS.
       OPEN I-O GL-PENDING-FILE.
       OPEN I-O REASON-CODES-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM EXTRACT-NEXT-PENDING UNTIL END-OF-FILE = 1.
       CLOSE GL-PENDING-FILE.
       CLOSE REASON-CODES-FILE.

       EXTRACT-NEXT-PENDING.
       READ GL-PENDING-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF GL-PENDING-IS-OPEN
               AND GL-PENDING-COMPANY-CODE = SESSION-COMPANY-CODE
               AND GL-PENDING-DATE <= RUN-DATE
               MOVE GL-PENDING-AMOUNT TO POSTING-AMOUNT
               MOVE GL-PENDING-TYPE TO MAP-TYPE-FIELD
               PERFORM FIND-PENDING-REASON-ACCOUNTS
               IF REASON-ACCTS-FOUND = "N"
                   PERFORM FIND-MAP-ACCOUNTS
               END-IF
               IF GL-PENDING-IS-REVERSAL
                   MOVE USE-DEBIT-ACCT TO SWAP-ACCT
                   MOVE USE-CREDIT-ACCT TO USE-DEBIT-ACCT
                   MOVE SWAP-ACCT TO USE-CREDIT-ACCT
               END-IF
               IF POSTING-AMOUNT > 0
                   MOVE GL-PENDING-DATE TO POSTING-DATE
                   PERFORM WRITE-POSTING-LINES
                   MOVE RUN-DATE TO POSTING-DATE
               END-IF
               MOVE "P" TO GL-PENDING-STATUS
               MOVE RUN-DATE TO GL-PENDING-POSTED-DATE
               REWRITE GL-PENDING-REGISTRATION
                   INVALID KEY
                       DISPLAY "Error updating pending posting."
               END-REWRITE
           END-IF
       END-IF.

      *A till over or short is queued under the reason code the
      *cashier gave it, and posts to that code's own account pair:
      *set up for a shortage, turned round for an overage.
       FIND-PENDING-REASON-ACCOUNTS.
       MOVE "N" TO REASON-ACCTS-FOUND.
       MOVE GL-PENDING-TYPE TO REASON-CODE.
       READ REASON-CODES-FILE RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF REASON-DEBIT-ACCT NOT = SPACE
                   AND REASON-CREDIT-ACCT NOT = SPACE
                   MOVE "Y" TO REASON-ACCTS-FOUND
                   MOVE REASON-DEBIT-ACCT TO USE-DEBIT-ACCT
                   MOVE REASON-CREDIT-ACCT TO USE-CREDIT-ACCT
               END-IF
       END-READ.

       WRITE-BALANCED-POSTING.
       IF POSTING-AMOUNT > 0
           PERFORM FIND-MAP-ACCOUNTS
       WRITE-POSTING-LINES.
       MOVE POSTING-AMOUNT TO AMOUNT-EDIT.
       MOVE SPACE TO GL-POST-LINE.
       STRING POSTING-DATE DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           USE-DEBIT-ACCT DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           INTO GL-POST-LINE.
       WRITE GL-POST-LINE.
       MOVE SPACE TO GL-POST-LINE.
       STRING POSTING-DATE DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           USE-CREDIT-ACCT DELIMITED BY SIZE
           ",0.00," DELIMITED BY SIZE

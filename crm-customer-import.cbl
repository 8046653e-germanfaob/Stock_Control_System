       IDENTIFICATION DIVISION.
       PROGRAM-ID. crm-customer-import.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "customer-physical-file.cbl".
       COPY "shipto-physical-file.cbl".
       COPY "tax-exempt-physical-file.cbl".
       COPY "exchange-rate-physical-file.cbl".
       COPY "terms-physical-file.cbl".
       SELECT CRM-IMPORT-FILE ASSIGN TO "CRM-CUSTOMERS.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Logic file with customer fields.
       COPY "customer-logic-file.cbl".
      * Logic file with ship-to address fields.
       COPY "shipto-logic-file.cbl".
      * Logic file with tax exemption certificate fields.
       COPY "tax-exempt-logic-file.cbl".
      * Logic file with exchange rate fields.
       COPY "exchange-rate-logic-file.cbl".
      * Logic file with payment terms fields.
       COPY "terms-logic-file.cbl".

       FD  CRM-IMPORT-FILE.
       01  CRM-IMPORT-LINE PIC X(256).

       WORKING-STORAGE SECTION.
      * Shared session data, so new records carry the company.
       COPY "session-data.cbl".
      * The CRM sends two kinds of line after a header line, told
      * apart by the first field:
      *   C,id,name,phone,email,credit limit,currency,billing cycle,
      *     terms code,language,exemption certificate,jurisdiction,
      *     certificate expiry (YYYYMMDD)
      *   S,id,sequence,street,city,postcode,country
      * A customer line creates the account or brings its contact
      * details up to date; a ship-to line adds or corrects one
      * delivery address in the account's book. Each line is
      * unstrung into these fields before it is validated, the same
      * way batch-import-orders.cbl holds a parsed EDI line.
       01  LOAD-RECORD-TYPE         PIC X(01).
       01  LOAD-CUSTOMER-ID         PIC 9(6).
       01  LOAD-CUSTOMER-NAME       PIC X(50).
       01  LOAD-PHONE               PIC X(15).
       01  LOAD-EMAIL               PIC X(40).
       01  LOAD-LIMIT-ENTRY         PIC 9(9).99.
       01  LOAD-CURRENCY-CODE       PIC X(3).
       01  LOAD-BILLING-CYCLE       PIC X(01).
       01  LOAD-TERMS-CODE          PIC X(6).
       01  LOAD-LANGUAGE            PIC X(2).
       01  LOAD-CERT-NUMBER         PIC X(20).
       01  LOAD-JURISDICTION        PIC X(20).
       01  LOAD-EXPIRY-DATE.
           05  LOAD-EXPIRY-YEAR     PIC 9(4).
           05  LOAD-EXPIRY-MONTH    PIC 9(2).
           05  LOAD-EXPIRY-DAY      PIC 9(2).
       01  LOAD-EXPIRY-NUMERIC REDEFINES LOAD-EXPIRY-DATE PIC 9(8).
       01  LOAD-SHIPTO-SEQ          PIC 9(2).
       01  LOAD-STREET              PIC X(40).
       01  LOAD-CITY                PIC X(25).
       01  LOAD-POSTCODE            PIC X(10).
       01  LOAD-COUNTRY             PIC X(20).

       77  END-OF-FILE PIC 9 VALUE 0.
       77  SCAN-END PIC 9 VALUE 0.
       77  RECORD-FOUND PIC X.
       77  CUSTOMER-EXISTS PIC X.
       77  LINE-IS-VALID PIC X.
       77  RUN-DATE PIC 9(8).
       77  REJECT-REASON PIC X(50).
       77  DUPLICATE-OF-ID PIC 9(6).
       77  MATCH-NAME-NEW PIC X(50).
       77  MATCH-NAME-OLD PIC X(50).
       77  CREATED-COUNT PIC 9(5) VALUE 0.
       77  UPDATED-COUNT PIC 9(5) VALUE 0.
       77  ADDRESS-COUNT PIC 9(5) VALUE 0.
       77  REJECTED-COUNT PIC 9(5) VALUE 0.
       01  FIRST-REVIEW-DATE.
           05  FIRST-REVIEW-YEAR PIC 9(4).
           05  FIRST-REVIEW-MONTH PIC 9(2).
           05  FIRST-REVIEW-DAY PIC 9(2).
       77  AUDIT-RECORD-ID PIC X(15).
       77  AUDIT-BEFORE PIC X(40).
       77  AUDIT-AFTER PIC X(40).
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "CRM-CUSTOMER-IMPORT".
       77  LOG-MESSAGE-FIELD PIC X(80).

       PROCEDURE DIVISION.

      *New accounts and contact changes are keyed once, in the CRM,
      *and arrive here as a file instead of being typed in again.
      *Nothing half-right is loaded: a line with an unknown
      *currency or terms code, a billing cycle other than per order
      *or monthly, or an incomplete or lapsed tax certificate is
      *turned away, as is a new account that looks like one we
      *already have - same name, email or phone. Every rejection
      *goes to the exception log for sales to put right in the CRM.
       PROGRAM-BEGIN.
       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       PERFORM OPENING-PROCEDURE.
       PERFORM SKIP-HEADER-LINE.
       PERFORM IMPORT-NEXT-LINE UNTIL END-OF-FILE = 1.
       PERFORM CLOSING-PROCEDURE.
       DISPLAY "CRM customer import complete. Created: "
           CREATED-COUNT " Updated: " UPDATED-COUNT.
       DISPLAY "Delivery addresses: " ADDRESS-COUNT
           " Rejected: " REJECTED-COUNT.
       GOBACK.

       OPENING-PROCEDURE.
       OPEN I-O CUSTOMERS-FILE.
       OPEN I-O SHIPTO-FILE.
       OPEN I-O TAX-EXEMPTIONS-FILE.
       OPEN I-O EXCHANGE-RATES-FILE.
       OPEN I-O TERMS-FILE.
       OPEN INPUT CRM-IMPORT-FILE.

       CLOSING-PROCEDURE.
       CLOSE CUSTOMERS-FILE.
       CLOSE SHIPTO-FILE.
       CLOSE TAX-EXEMPTIONS-FILE.
       CLOSE EXCHANGE-RATES-FILE.
       CLOSE TERMS-FILE.
       CLOSE CRM-IMPORT-FILE.

       SKIP-HEADER-LINE.
       READ CRM-IMPORT-FILE
           AT END MOVE 1 TO END-OF-FILE.

       IMPORT-NEXT-LINE.
       READ CRM-IMPORT-FILE
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND CRM-IMPORT-LINE NOT = SPACE
           PERFORM DISPATCH-IMPORT-LINE
       END-IF.

       DISPATCH-IMPORT-LINE.
       MOVE SPACE TO LOAD-RECORD-TYPE.
       UNSTRING CRM-IMPORT-LINE DELIMITED BY ","
           INTO LOAD-RECORD-TYPE.
       IF LOAD-RECORD-TYPE = "C" OR LOAD-RECORD-TYPE = "c"
           PERFORM IMPORT-CUSTOMER-LINE
       ELSE IF LOAD-RECORD-TYPE = "S" OR LOAD-RECORD-TYPE = "s"
           PERFORM IMPORT-SHIPTO-LINE
       ELSE
           MOVE 0 TO LOAD-CUSTOMER-ID
           MOVE "unknown record type" TO REJECT-REASON
           PERFORM REJECT-IMPORT-LINE.

       IMPORT-CUSTOMER-LINE.
       PERFORM PARSE-CUSTOMER-LINE.
       PERFORM VALIDATE-CUSTOMER-LINE.
       IF LINE-IS-VALID = "Y"
           IF CUSTOMER-EXISTS = "S"
               PERFORM UPDATE-CRM-CUSTOMER
           ELSE
               PERFORM CREATE-CRM-CUSTOMER
           END-IF
           IF LOAD-CERT-NUMBER NOT = SPACE
               PERFORM STORE-TAX-EXEMPTION
           END-IF
       END-IF.

       PARSE-CUSTOMER-LINE.
       MOVE 0 TO LOAD-CUSTOMER-ID.
       MOVE SPACE TO LOAD-CUSTOMER-NAME.
       MOVE SPACE TO LOAD-PHONE.
       MOVE SPACE TO LOAD-EMAIL.
       MOVE 0 TO LOAD-LIMIT-ENTRY.
       MOVE SPACE TO LOAD-CURRENCY-CODE.
       MOVE SPACE TO LOAD-BILLING-CYCLE.
       MOVE SPACE TO LOAD-TERMS-CODE.
       MOVE SPACE TO LOAD-LANGUAGE.
       MOVE SPACE TO LOAD-CERT-NUMBER.
       MOVE SPACE TO LOAD-JURISDICTION.
       MOVE 0 TO LOAD-EXPIRY-NUMERIC.
       UNSTRING CRM-IMPORT-LINE DELIMITED BY ","
           INTO LOAD-RECORD-TYPE LOAD-CUSTOMER-ID LOAD-CUSTOMER-NAME
           LOAD-PHONE LOAD-EMAIL LOAD-LIMIT-ENTRY LOAD-CURRENCY-CODE
           LOAD-BILLING-CYCLE LOAD-TERMS-CODE LOAD-LANGUAGE
           LOAD-CERT-NUMBER LOAD-JURISDICTION LOAD-EXPIRY-NUMERIC.
       INSPECT LOAD-CURRENCY-CODE CONVERTING
           "abcdefghijklmnopqrstuvwxyz" TO
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       INSPECT LOAD-LANGUAGE CONVERTING
           "abcdefghijklmnopqrstuvwxyz" TO
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       IF LOAD-LANGUAGE = "EN"
           MOVE SPACE TO LOAD-LANGUAGE.
       IF LOAD-BILLING-CYCLE = "m"
           MOVE "M" TO LOAD-BILLING-CYCLE.
       IF LOAD-BILLING-CYCLE = "o"
           MOVE "O" TO LOAD-BILLING-CYCLE.

      *The first failing check names the reason; the rest are not
      *tried.
       VALIDATE-CUSTOMER-LINE.
       MOVE "Y" TO LINE-IS-VALID.
       PERFORM CHECK-CUSTOMER-ACCOUNT.
       IF LINE-IS-VALID = "Y"
           PERFORM CHECK-CUSTOMER-CODES
       END-IF.
       IF LINE-IS-VALID = "Y"
           PERFORM CHECK-TAX-CERTIFICATE
       END-IF.
       IF LINE-IS-VALID = "Y"
           AND CUSTOMER-EXISTS = "N"
           PERFORM CHECK-DUPLICATE-ACCOUNT
       END-IF.
       IF LINE-IS-VALID = "N"
           PERFORM REJECT-IMPORT-LINE
       END-IF.

      *An id already used by another company is not ours to touch,
      *and a merged stub takes no more changes - the CRM is told of
      *every merge and should be sending the survivor's id.
       CHECK-CUSTOMER-ACCOUNT.
       MOVE LOAD-CUSTOMER-ID TO CUSTOMER-ID.
       MOVE "S" TO CUSTOMER-EXISTS.
       READ CUSTOMERS-FILE RECORD
           INVALID KEY
               MOVE "N" TO CUSTOMER-EXISTS.
       IF LOAD-CUSTOMER-ID = 0
           MOVE "N" TO LINE-IS-VALID
           MOVE "missing customer id" TO REJECT-REASON
       ELSE IF LOAD-CUSTOMER-NAME = SPACE
           MOVE "N" TO LINE-IS-VALID
           MOVE "missing customer name" TO REJECT-REASON
       ELSE IF CUSTOMER-EXISTS = "S"
           AND CUSTOMER-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO LINE-IS-VALID
           MOVE "id belongs to another company" TO REJECT-REASON
       ELSE IF CUSTOMER-EXISTS = "S"
           AND CUSTOMER-MERGED-INTO NOT = 0
           MOVE "N" TO LINE-IS-VALID
           MOVE SPACE TO REJECT-REASON
           STRING "account merged into " DELIMITED BY SIZE
               CUSTOMER-MERGED-INTO DELIMITED BY SIZE
               INTO REJECT-REASON.

       CHECK-CUSTOMER-CODES.
       IF LOAD-CURRENCY-CODE NOT = SPACE
           PERFORM CHECK-CURRENCY-CODE
       END-IF.
       IF LOAD-BILLING-CYCLE NOT = SPACE
           AND LOAD-BILLING-CYCLE NOT = "O"
           AND LOAD-BILLING-CYCLE NOT = "M"
           MOVE "N" TO LINE-IS-VALID
           MOVE "billing cycle must be O or M" TO REJECT-REASON
       END-IF.
       IF LINE-IS-VALID = "Y"
           AND LOAD-TERMS-CODE NOT = SPACE
           MOVE LOAD-TERMS-CODE TO TERMS-CODE
           READ TERMS-FILE RECORD
               INVALID KEY
                   MOVE "N" TO LINE-IS-VALID
                   MOVE "unknown payment terms code"
                       TO REJECT-REASON
           END-READ
       END-IF.

      *A currency is known once a rate has been maintained for it.
       CHECK-CURRENCY-CODE.
       MOVE LOAD-CURRENCY-CODE TO EXRATE-CURRENCY.
       MOVE 0 TO EXRATE-DATE.
       MOVE "N" TO RECORD-FOUND.
       MOVE 0 TO SCAN-END.
       START EXCHANGE-RATES-FILE KEY IS >= EXRATE-KEY
           INVALID KEY MOVE 1 TO SCAN-END.
       IF SCAN-END = 0
           READ EXCHANGE-RATES-FILE NEXT RECORD
               AT END MOVE 1 TO SCAN-END
           END-READ
       END-IF.
       IF SCAN-END = 0
           AND EXRATE-CURRENCY = LOAD-CURRENCY-CODE
           MOVE "S" TO RECORD-FOUND
       END-IF.
       IF RECORD-FOUND = "N"
           MOVE "N" TO LINE-IS-VALID
           MOVE "no exchange rate on file for the currency"
               TO REJECT-REASON
       END-IF.

      *A certificate needs its jurisdiction and an expiry still to
      *come; expiry or jurisdiction without a certificate number is
      *as wrong as the other way round.
       CHECK-TAX-CERTIFICATE.
       IF LOAD-CERT-NUMBER = SPACE
           IF LOAD-JURISDICTION NOT = SPACE
               OR LOAD-EXPIRY-NUMERIC NOT = 0
               MOVE "N" TO LINE-IS-VALID
               MOVE "tax exemption without a certificate number"
                   TO REJECT-REASON
           END-IF
       ELSE IF LOAD-JURISDICTION = SPACE
           MOVE "N" TO LINE-IS-VALID
           MOVE "tax certificate without a jurisdiction"
               TO REJECT-REASON
       ELSE IF LOAD-EXPIRY-MONTH < 1 OR LOAD-EXPIRY-MONTH > 12
           OR LOAD-EXPIRY-DAY < 1 OR LOAD-EXPIRY-DAY > 31
           MOVE "N" TO LINE-IS-VALID
           MOVE "tax certificate expiry is not a date"
               TO REJECT-REASON
       ELSE IF LOAD-EXPIRY-NUMERIC < RUN-DATE
           MOVE "N" TO LINE-IS-VALID
           MOVE "tax certificate has already expired"
               TO REJECT-REASON.

      *A new account that shares its name, email or phone with a
      *live account of ours is taken for a duplicate. Names are
      *compared without regard to case.
       CHECK-DUPLICATE-ACCOUNT.
       MOVE LOAD-CUSTOMER-NAME TO MATCH-NAME-NEW.
       INSPECT MATCH-NAME-NEW CONVERTING
           "abcdefghijklmnopqrstuvwxyz" TO
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       MOVE 0 TO DUPLICATE-OF-ID.
       MOVE 0 TO CUSTOMER-ID.
       MOVE 0 TO SCAN-END.
       START CUSTOMERS-FILE KEY IS >= CUSTOMER-ID
           INVALID KEY MOVE 1 TO SCAN-END.
       PERFORM CHECK-NEXT-FOR-DUPLICATE
           UNTIL SCAN-END = 1 OR DUPLICATE-OF-ID NOT = 0.
       IF DUPLICATE-OF-ID NOT = 0
           MOVE "N" TO LINE-IS-VALID
           MOVE SPACE TO REJECT-REASON
           STRING "duplicate of customer " DELIMITED BY SIZE
               DUPLICATE-OF-ID DELIMITED BY SIZE
               INTO REJECT-REASON
       END-IF.

       CHECK-NEXT-FOR-DUPLICATE.
       READ CUSTOMERS-FILE NEXT RECORD
           AT END MOVE 1 TO SCAN-END
       END-READ.
       IF SCAN-END = 0
           AND CUSTOMER-COMPANY-CODE = SESSION-COMPANY-CODE
           AND CUSTOMER-MERGED-INTO = 0
           MOVE CUSTOMER-FULL-NAME TO MATCH-NAME-OLD
           INSPECT MATCH-NAME-OLD CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF MATCH-NAME-OLD = MATCH-NAME-NEW
               MOVE CUSTOMER-ID TO DUPLICATE-OF-ID
           END-IF
           IF LOAD-EMAIL NOT = SPACE
               AND CUSTOMER-EMAIL = LOAD-EMAIL
               MOVE CUSTOMER-ID TO DUPLICATE-OF-ID
           END-IF
           IF LOAD-PHONE NOT = SPACE
               AND CUSTOMER-PHONE = LOAD-PHONE
               MOVE CUSTOMER-ID TO DUPLICATE-OF-ID
           END-IF
       END-IF.

       REJECT-IMPORT-LINE.
       ADD 1 TO REJECTED-COUNT.
       DISPLAY "Rejected CRM customer " LOAD-CUSTOMER-ID " - "
           REJECT-REASON.
       MOVE SPACE TO LOG-MESSAGE-FIELD.
       STRING "Rejected CRM line " DELIMITED BY SIZE
           LOAD-CUSTOMER-ID DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           REJECT-REASON DELIMITED BY SIZE
           INTO LOG-MESSAGE-FIELD.
       CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
           LOG-MESSAGE-FIELD.

       CREATE-CRM-CUSTOMER.
       MOVE SPACE TO CUSTOMER-REGISTRATION.
       MOVE LOAD-CUSTOMER-ID TO CUSTOMER-ID.
       MOVE LOAD-CUSTOMER-NAME TO CUSTOMER-FULL-NAME.
       MOVE LOAD-PHONE TO CUSTOMER-PHONE.
       MOVE LOAD-EMAIL TO CUSTOMER-EMAIL.
       MOVE LOAD-LIMIT-ENTRY TO CUSTOMER-CREDIT-LIMIT.
       MOVE ZERO TO CUSTOMER-OPEN-BALANCE.
       MOVE LOAD-CURRENCY-CODE TO CUSTOMER-CURRENCY-CODE.
       MOVE "N" TO CUSTOMER-CREDIT-HOLD-FLAG.
       MOVE 0 TO CUSTOMER-DUNNING-LEVEL.
       MOVE LOAD-BILLING-CYCLE TO CUSTOMER-BILLING-CYCLE.
       IF CUSTOMER-BILLING-CYCLE NOT = "M"
           MOVE "O" TO CUSTOMER-BILLING-CYCLE.
       MOVE ZERO TO CUSTOMER-MERGED-INTO.
       MOVE LOAD-TERMS-CODE TO CUSTOMER-TERMS-CODE.
       MOVE "N" TO CUSTOMER-EINVOICE-FLAG.
       MOVE "N" TO CUSTOMER-PAPER-FLAG.
       MOVE LOAD-LANGUAGE TO CUSTOMER-LANGUAGE.
       MOVE SESSION-COMPANY-CODE TO CUSTOMER-COMPANY-CODE.
       PERFORM SET-FIRST-REVIEW-DATE.
       MOVE "N" TO CUSTOMER-FINCHG-EXEMPT.
       MOVE "N" TO CUSTOMER-SHIP-COMPLETE.
       WRITE CUSTOMER-REGISTRATION
           INVALID KEY
               DISPLAY "Error writing customer record."
           NOT INVALID KEY
               ADD 1 TO CREATED-COUNT
               MOVE SPACE TO AUDIT-BEFORE
               MOVE CUSTOMER-FULL-NAME TO AUDIT-AFTER
               PERFORM LOG-CRM-AUDIT
       END-WRITE.

      *A new account comes up for its first credit review a quarter
      *after it is opened.
       SET-FIRST-REVIEW-DATE.
       MOVE RUN-DATE TO FIRST-REVIEW-DATE.
       ADD 3 TO FIRST-REVIEW-MONTH.
       IF FIRST-REVIEW-MONTH > 12
           SUBTRACT 12 FROM FIRST-REVIEW-MONTH
           ADD 1 TO FIRST-REVIEW-YEAR
       END-IF.
       IF FIRST-REVIEW-DAY > 28
           MOVE 28 TO FIRST-REVIEW-DAY.
       MOVE FIRST-REVIEW-DATE TO CUSTOMER-REVIEW-DATE.
       MOVE 0 TO CUSTOMER-LAST-REVIEW-DATE.

      *The CRM owns who the customer is and how to reach them. The
      *credit limit stays with customer maintenance, where a rise
      *needs a second administrator, so the CRM's figure is only
      *taken for a new account. Blank codes leave ours as they are.
       UPDATE-CRM-CUSTOMER.
       MOVE LOAD-CUSTOMER-ID TO CUSTOMER-ID.
       MOVE "S" TO RECORD-FOUND.
       READ CUSTOMERS-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           MOVE CUSTOMER-FULL-NAME TO AUDIT-BEFORE
           MOVE LOAD-CUSTOMER-NAME TO CUSTOMER-FULL-NAME
           MOVE LOAD-PHONE TO CUSTOMER-PHONE
           MOVE LOAD-EMAIL TO CUSTOMER-EMAIL
           IF LOAD-CURRENCY-CODE NOT = SPACE
               MOVE LOAD-CURRENCY-CODE TO CUSTOMER-CURRENCY-CODE
           END-IF
           IF LOAD-BILLING-CYCLE NOT = SPACE
               MOVE LOAD-BILLING-CYCLE TO CUSTOMER-BILLING-CYCLE
           END-IF
           IF LOAD-TERMS-CODE NOT = SPACE
               MOVE LOAD-TERMS-CODE TO CUSTOMER-TERMS-CODE
           END-IF
           MOVE LOAD-LANGUAGE TO CUSTOMER-LANGUAGE
           REWRITE CUSTOMER-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating customer record."
               NOT INVALID KEY
                   ADD 1 TO UPDATED-COUNT
                   MOVE CUSTOMER-FULL-NAME TO AUDIT-AFTER
                   PERFORM LOG-CRM-AUDIT
           END-REWRITE
       END-IF.

       STORE-TAX-EXEMPTION.
       MOVE LOAD-CUSTOMER-ID TO EXEMPT-CUSTOMER-ID.
       MOVE "S" TO RECORD-FOUND.
       READ TAX-EXEMPTIONS-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       MOVE LOAD-CUSTOMER-ID TO EXEMPT-CUSTOMER-ID.
       MOVE LOAD-CERT-NUMBER TO EXEMPT-CERT-NUMBER.
       MOVE LOAD-JURISDICTION TO EXEMPT-JURISDICTION.
       MOVE LOAD-EXPIRY-NUMERIC TO EXEMPT-EXPIRY-DATE.
       IF RECORD-FOUND = "S"
           REWRITE TAX-EXEMPTION-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating tax exemption record."
           END-REWRITE
       ELSE
           WRITE TAX-EXEMPTION-REGISTRATION
               INVALID KEY
                   DISPLAY "Error writing tax exemption record."
           END-WRITE
       END-IF.

       IMPORT-SHIPTO-LINE.
       PERFORM PARSE-SHIPTO-LINE.
       PERFORM VALIDATE-SHIPTO-LINE.
       IF LINE-IS-VALID = "Y"
           PERFORM STORE-CRM-SHIPTO
       ELSE
           PERFORM REJECT-IMPORT-LINE
       END-IF.

       PARSE-SHIPTO-LINE.
       MOVE 0 TO LOAD-CUSTOMER-ID.
       MOVE 0 TO LOAD-SHIPTO-SEQ.
       MOVE SPACE TO LOAD-STREET.
       MOVE SPACE TO LOAD-CITY.
       MOVE SPACE TO LOAD-POSTCODE.
       MOVE SPACE TO LOAD-COUNTRY.
       UNSTRING CRM-IMPORT-LINE DELIMITED BY ","
           INTO LOAD-RECORD-TYPE LOAD-CUSTOMER-ID LOAD-SHIPTO-SEQ
           LOAD-STREET LOAD-CITY LOAD-POSTCODE LOAD-COUNTRY.

      *The account must already be ours - earlier in this same file
      *will do, so a new customer and their addresses arrive
      *together.
       VALIDATE-SHIPTO-LINE.
       MOVE "Y" TO LINE-IS-VALID.
       MOVE LOAD-CUSTOMER-ID TO CUSTOMER-ID.
       MOVE "S" TO RECORD-FOUND.
       READ CUSTOMERS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND CUSTOMER-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           MOVE "N" TO LINE-IS-VALID
           MOVE "address for an unknown customer" TO REJECT-REASON
       ELSE IF CUSTOMER-MERGED-INTO NOT = 0
           MOVE "N" TO LINE-IS-VALID
           MOVE SPACE TO REJECT-REASON
           STRING "account merged into " DELIMITED BY SIZE
               CUSTOMER-MERGED-INTO DELIMITED BY SIZE
               INTO REJECT-REASON
       ELSE IF LOAD-SHIPTO-SEQ = 0
           MOVE "N" TO LINE-IS-VALID
           MOVE "address sequence must be 1 to 99" TO REJECT-REASON
       ELSE IF LOAD-STREET = SPACE
           MOVE "N" TO LINE-IS-VALID
           MOVE "address without a street" TO REJECT-REASON.

      *The route and stop on an existing address are the delivery
      *planners', not the CRM's, and are kept.
       STORE-CRM-SHIPTO.
       MOVE LOAD-CUSTOMER-ID TO SHIPTO-CUSTOMER-ID.
       MOVE LOAD-SHIPTO-SEQ TO SHIPTO-SEQ.
       MOVE "S" TO RECORD-FOUND.
       READ SHIPTO-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           MOVE SPACE TO SHIPTO-REGISTRATION
           MOVE LOAD-CUSTOMER-ID TO SHIPTO-CUSTOMER-ID
           MOVE LOAD-SHIPTO-SEQ TO SHIPTO-SEQ
           MOVE 0 TO SHIPTO-STOP-SEQ
       END-IF.
       MOVE LOAD-STREET TO SHIPTO-STREET.
       MOVE LOAD-CITY TO SHIPTO-CITY.
       MOVE LOAD-POSTCODE TO SHIPTO-POSTCODE.
       MOVE LOAD-COUNTRY TO SHIPTO-COUNTRY.
       IF RECORD-FOUND = "S"
           REWRITE SHIPTO-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating delivery address."
               NOT INVALID KEY
                   ADD 1 TO ADDRESS-COUNT
           END-REWRITE
       ELSE
           WRITE SHIPTO-REGISTRATION
               INVALID KEY
                   DISPLAY "Error writing delivery address."
               NOT INVALID KEY
                   ADD 1 TO ADDRESS-COUNT
           END-WRITE
       END-IF.

       LOG-CRM-AUDIT.
       MOVE SPACE TO AUDIT-RECORD-ID.
       MOVE CUSTOMER-ID TO AUDIT-RECORD-ID.
       CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD
           AUDIT-RECORD-ID AUDIT-BEFORE AUDIT-AFTER.

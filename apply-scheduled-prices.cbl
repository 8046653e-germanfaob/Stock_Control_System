       IDENTIFICATION DIVISION.
       PROGRAM-ID. apply-scheduled-prices.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "price-schedule-physical-file.cbl".
       COPY "physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with scheduled price change fields.
       COPY "price-schedule-logic-file.cbl".
      * Logic file with products fields.
       COPY "logic-file.cbl".

       WORKING-STORAGE SECTION.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  RECORD-FOUND PIC X.
       77  RUN-DATE PIC 9(8).
       77  APPLY-THROUGH-DATE PIC 9(8).
       77  APPLIED-COUNT PIC 9(5) VALUE 0.
       77  FAILED-COUNT PIC 9(5) VALUE 0.
       77  OLD-PRICE PIC 9(6)V99.
       77  NEW-PRICE PIC 9(6)V99.
       77  PRICE-CHANGE PIC S9(9)V99.
       77  OLD-PRICE-EDIT PIC Z(6).99.
       77  NEW-PRICE-EDIT PIC Z(6).99.
       77  DAYS-IN-MONTH PIC 9(2).
       77  YEAR-QUOTIENT PIC 9(4).
       77  YEAR-REMAINDER PIC 9(2).
       01  STEP-DATE-FIELDS.
           05  STEP-YEAR  PIC 9(4).
           05  STEP-MONTH PIC 9(2).
           05  STEP-DAY   PIC 9(2).
       01  STEP-DATE-NUMERIC REDEFINES STEP-DATE-FIELDS
           PIC 9(8).
       77  JOURNAL-TAG-FIELD PIC X(12).
       77  JOURNAL-IMAGE-FIELD PIC X(256).
       77  AUDIT-BEFORE PIC X(40).
       77  AUDIT-AFTER PIC X(40).
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "APPLY-SCHED-PRICES".
       77  LOG-MESSAGE-FIELD PIC X(80).

       PROCEDURE DIVISION.

      *The nightly price change: every scheduled change falling due
      *by tomorrow is applied tonight, so the new price is on the
      *file when the first order of the effective day is keyed. A
      *fixed price replaces the list price; a percentage applies to
      *the price as it stands tonight. Changes still waiting for a
      *second administrator's approval are left alone.
       PROGRAM-BEGIN.
       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       PERFORM FIND-APPLY-THROUGH-DATE.
       OPEN I-O PRICE-SCHEDULE-FILE.
       OPEN I-O PRODUCTS-FILE.
       MOVE 0 TO SCHED-ID.
       MOVE 0 TO END-OF-FILE.
       START PRICE-SCHEDULE-FILE KEY IS >= SCHED-ID
           INVALID KEY MOVE 1 TO END-OF-FILE.
       PERFORM CHECK-NEXT-SCHEDULED-CHANGE UNTIL END-OF-FILE = 1.
       CLOSE PRICE-SCHEDULE-FILE.
       CLOSE PRODUCTS-FILE.
       DISPLAY "Scheduled price changes applied: " APPLIED-COUNT
           " Failed: " FAILED-COUNT.
       GOBACK.

       CHECK-NEXT-SCHEDULED-CHANGE.
       READ PRICE-SCHEDULE-FILE NEXT RECORD WITH LOCK
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF SCHED-IS-PENDING
               AND SCHED-EFFECTIVE-DATE NOT > APPLY-THROUGH-DATE
               PERFORM APPLY-SCHEDULED-CHANGE
           END-IF
       END-IF.

      *A product deleted since the change was keyed cannot take it;
      *the change is cancelled and the exception log says why.
       APPLY-SCHEDULED-CHANGE.
       MOVE SCHED-PRODUCT-ID TO PRODUCT-ID.
       MOVE "S" TO RECORD-FOUND.
       READ PRODUCTS-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           MOVE "C" TO SCHED-STATUS
           MOVE RUN-DATE TO SCHED-APPLIED-DATE
           ADD 1 TO FAILED-COUNT
           MOVE SPACE TO LOG-MESSAGE-FIELD
           STRING "Scheduled price change " DELIMITED BY SIZE
               SCHED-ID DELIMITED BY SIZE
               " cancelled - product " DELIMITED BY SIZE
               SCHED-PRODUCT-ID DELIMITED BY SPACE
               " not on file." DELIMITED BY SIZE
               INTO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
       ELSE
           PERFORM REPRICE-PRODUCT
       END-IF.
       REWRITE PRICE-SCHEDULE-REGISTRATION
           INVALID KEY
               DISPLAY "Error updating price schedule record."
       END-REWRITE.

       REPRICE-PRODUCT.
       MOVE PRODUCT-PRICE TO OLD-PRICE.
       IF SCHED-IS-PERCENT
           COMPUTE PRICE-CHANGE ROUNDED =
               OLD-PRICE * SCHED-PERCENT / 100
           COMPUTE NEW-PRICE = OLD-PRICE + PRICE-CHANGE
       ELSE
           MOVE SCHED-NEW-PRICE TO NEW-PRICE
       END-IF.
       MOVE NEW-PRICE TO PRODUCT-PRICE.
       ACCEPT PRODUCT-LAST-UPDATED-DATE FROM DATE YYYYMMDD.
       REWRITE PRODUCT-REGISTRATION
           INVALID KEY
               DISPLAY "Error updating product record."
       END-REWRITE.
       PERFORM JOURNAL-PRODUCT-IMAGE.
       CALL "record-price-history" USING PRODUCT-ID OLD-PRICE
           PRODUCT-PRICE SCHED-EFFECTIVE-DATE LOG-PROGRAM-NAME-FIELD.
       PERFORM LOG-PRICE-AUDIT.
       MOVE "A" TO SCHED-STATUS.
       MOVE RUN-DATE TO SCHED-APPLIED-DATE.
       MOVE OLD-PRICE TO SCHED-OLD-PRICE.
       MOVE NEW-PRICE TO SCHED-APPLIED-PRICE.
       ADD 1 TO APPLIED-COUNT.

       LOG-PRICE-AUDIT.
       MOVE OLD-PRICE TO OLD-PRICE-EDIT.
       MOVE PRODUCT-PRICE TO NEW-PRICE-EDIT.
       MOVE SPACE TO AUDIT-BEFORE.
       MOVE SPACE TO AUDIT-AFTER.
       STRING "PRICE=" DELIMITED BY SIZE
           OLD-PRICE-EDIT DELIMITED BY SIZE
           INTO AUDIT-BEFORE.
       STRING "PRICE=" DELIMITED BY SIZE
           NEW-PRICE-EDIT DELIMITED BY SIZE
           " FROM " DELIMITED BY SIZE
           SCHED-EFFECTIVE-DATE DELIMITED BY SIZE
           INTO AUDIT-AFTER.
       CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD PRODUCT-ID
           AUDIT-BEFORE AUDIT-AFTER.

       JOURNAL-PRODUCT-IMAGE.
       MOVE "PRODUCTS" TO JOURNAL-TAG-FIELD.
       MOVE PRODUCT-REGISTRATION TO JOURNAL-IMAGE-FIELD.
       CALL "log-journal" USING JOURNAL-TAG-FIELD
           JOURNAL-IMAGE-FIELD.

      *Tomorrow, stepped forward by hand so month and year ends, and
      *February in a leap year, come out right.
       FIND-APPLY-THROUGH-DATE.
       MOVE RUN-DATE TO STEP-DATE-NUMERIC.
       PERFORM FIND-DAYS-IN-MONTH.
       IF STEP-DAY < DAYS-IN-MONTH
           ADD 1 TO STEP-DAY
       ELSE
           MOVE 1 TO STEP-DAY
           IF STEP-MONTH < 12
               ADD 1 TO STEP-MONTH
           ELSE
               MOVE 1 TO STEP-MONTH
               ADD 1 TO STEP-YEAR
           END-IF
       END-IF.
       MOVE STEP-DATE-NUMERIC TO APPLY-THROUGH-DATE.

       FIND-DAYS-IN-MONTH.
       IF STEP-MONTH = 4 OR STEP-MONTH = 6
           OR STEP-MONTH = 9 OR STEP-MONTH = 11
           MOVE 30 TO DAYS-IN-MONTH
       ELSE IF STEP-MONTH = 2
           PERFORM FIND-FEBRUARY-DAYS
       ELSE
           MOVE 31 TO DAYS-IN-MONTH.

       FIND-FEBRUARY-DAYS.
       MOVE 28 TO DAYS-IN-MONTH.
       DIVIDE STEP-YEAR BY 4 GIVING YEAR-QUOTIENT
           REMAINDER YEAR-REMAINDER.
       IF YEAR-REMAINDER = 0
           MOVE 29 TO DAYS-IN-MONTH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "physical-file.cbl".
       COPY "price-schedule-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with products fields.
       COPY "logic-file.cbl".
      * Logic file with scheduled price change fields.
       COPY "price-schedule-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so a scheduled change shows who keyed it.
       COPY "session-data.cbl".
       01  END-OF-FILE PIC 9 VALUE 0.
       01  FILTER-BRAND PIC X(20).
       01  FILTER-CATEGORY PIC X(20).
       01  ADJUST-PERCENT PIC S9(3)V99.
       01  YES-NO PIC X.
       01  UPDATED-COUNT PIC 9(5) VALUE 0.
       01  SCHEDULED-COUNT PIC 9(5) VALUE 0.
       01  TODAY-DATE PIC 9(8).
       01  EFFECTIVE-DATE PIC 9(8).
       01  SCHEDULE-MODE PIC X VALUE "N".
       01  SCHEDULE-DOC-TYPE PIC X(10) VALUE "PRICESCHED".
       01  OLD-PRICE PIC 9(6)V99.
       01  PRICE-CHANGE PIC S9(9)V99.
       01  OLD-PRICE-EDIT PIC Z(6).99.
       77  JOURNAL-IMAGE-FIELD PIC X(256).

       PROCEDURE DIVISION.

      *A percentage change to a brand, a category or the whole list.
      *Dated today or earlier it is applied at once; dated ahead it
      *is written to the price schedule, one change per product, and
      *the end-of-day cycle applies it when the date arrives.
       PROGRAM-BEGIN.
       ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
       PERFORM GET-ADJUSTMENT-CRITERIA.
       IF YES-NO = "Y" OR YES-NO = "y"
           OPEN I-O PRODUCTS-FILE
           OPEN I-O PRICE-SCHEDULE-FILE
           PERFORM ADJUST-NEXT-PRODUCT UNTIL END-OF-FILE = 1
           CLOSE PRODUCTS-FILE
           CLOSE PRICE-SCHEDULE-FILE
           IF SCHEDULE-MODE = "Y"
               DISPLAY "Price changes scheduled for " EFFECTIVE-DATE
               ": " SCHEDULED-COUNT
           ELSE
               DISPLAY "Products updated: " UPDATED-COUNT
           END-IF
       ELSE
           DISPLAY "Batch adjustment cancelled."
       END-IF.
       ACCEPT FILTER-CATEGORY.
       DISPLAY "Enter the percentage adjustment (e.g. 10.00 or -5.00): "
       ACCEPT ADJUST-PERCENT.
       DISPLAY "Enter the effective date (YYYYMMDD, 0 for today): "
       ACCEPT EFFECTIVE-DATE.
       IF EFFECTIVE-DATE > TODAY-DATE
           MOVE "Y" TO SCHEDULE-MODE
       ELSE
           MOVE TODAY-DATE TO EFFECTIVE-DATE
       END-IF.
       DISPLAY "Apply this adjustment (Y/N)?"
       ACCEPT YES-NO.

           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND PRODUCT-COMPANY-CODE = SESSION-COMPANY-CODE
           IF (FILTER-BRAND = SPACE OR
               PRODUCT-BRAND = FILTER-BRAND)
              AND (FILTER-CATEGORY = SPACE OR
               PRODUCT-CATEGORY = FILTER-CATEGORY)
               IF SCHEDULE-MODE = "Y"
                   PERFORM SCHEDULE-PRICE-ADJUSTMENT
               ELSE
                   PERFORM APPLY-PRICE-ADJUSTMENT
               END-IF
           END-IF
       END-IF.

           INVALID KEY
               DISPLAY "Error updating product record.".
       PERFORM JOURNAL-PRODUCT-IMAGE.
       CALL "record-price-history" USING PRODUCT-ID OLD-PRICE
           PRODUCT-PRICE EFFECTIVE-DATE LOG-PROGRAM-NAME-FIELD.
       MOVE OLD-PRICE TO OLD-PRICE-EDIT.
       MOVE PRODUCT-PRICE TO NEW-PRICE-EDIT.
       MOVE SPACE TO AUDIT-BEFORE.
           AUDIT-BEFORE AUDIT-AFTER.
       ADD 1 TO UPDATED-COUNT.

      *The percentage is kept rather than a price worked out today,
      *so it applies to whatever the price is when the date comes.
       SCHEDULE-PRICE-ADJUSTMENT.
       MOVE SPACE TO PRICE-SCHEDULE-REGISTRATION.
       CALL "get-next-number" USING SCHEDULE-DOC-TYPE SCHED-ID.
       MOVE PRODUCT-ID TO SCHED-PRODUCT-ID.
       MOVE EFFECTIVE-DATE TO SCHED-EFFECTIVE-DATE.
       MOVE "P" TO SCHED-KIND.
       MOVE 0 TO SCHED-NEW-PRICE.
       MOVE ADJUST-PERCENT TO SCHED-PERCENT.
       MOVE "P" TO SCHED-STATUS.
       MOVE SESSION-OPERATOR-ID TO SCHED-ENTERED-BY.
       MOVE TODAY-DATE TO SCHED-ENTERED-DATE.
       MOVE 0 TO SCHED-APPLIED-DATE.
       MOVE 0 TO SCHED-OLD-PRICE.
       MOVE 0 TO SCHED-APPLIED-PRICE.
       WRITE PRICE-SCHEDULE-REGISTRATION
           INVALID KEY
               DISPLAY "Error writing price schedule record."
           NOT INVALID KEY
               ADD 1 TO SCHEDULED-COUNT
       END-WRITE.

       JOURNAL-PRODUCT-IMAGE.
       MOVE "PRODUCTS" TO JOURNAL-TAG-FIELD.
       MOVE PRODUCT-REGISTRATION TO JOURNAL-IMAGE-FIELD.

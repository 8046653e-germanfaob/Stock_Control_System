       IDENTIFICATION DIVISION.
       PROGRAM-ID. write-positive-pay.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "vendor-payment-physical-file.cbl".
       COPY "vendor-physical-file.cbl".
       COPY "positive-pay-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with vendor payment fields.
       COPY "vendor-payment-logic-file.cbl".
      * Logic file with vendor fields.
       COPY "vendor-logic-file.cbl".
      * Logic file with the bank's positive-pay layout.
       COPY "positive-pay-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so nothing leaves the building from a
      * training session and each company's checks go to the bank
      * in that company's own file.
       COPY "session-data.cbl".
       77  POSITIVE-PAY-FILE-NAME PIC X(30).
       77  END-OF-FILE PIC 9 VALUE 0.
       77  RECORD-FOUND PIC X.
       77  PAYMENT-CHANGED PIC X.
       77  FILE-DATE PIC 9(8).
       77  ITEM-TOTAL PIC 9(12)V99.
       77  ITEM-TYPE PIC X.

       LINKAGE SECTION.
      * Every check written and every check voided since the last
      * file goes to the bank here, so a check it was not told about
      * is refused at the counter. The file is rebuilt each time
      * from the send flags on the payment records; the count of
      * items written goes back to the caller.
       01  SENT-ITEM-COUNT PIC 9(5).

       PROCEDURE DIVISION USING SENT-ITEM-COUNT.
       PROGRAM-BEGIN.
       MOVE 0 TO SENT-ITEM-COUNT.
       IF SESSION-IN-TRAINING
           DISPLAY "TRAINING - no positive-pay file goes to the bank."
           GOBACK
       END-IF.
       MOVE 0 TO ITEM-TOTAL.
       ACCEPT FILE-DATE FROM DATE YYYYMMDD.
       MOVE SPACE TO POSITIVE-PAY-FILE-NAME.
       IF SESSION-COMPANY-CODE = SPACE
           MOVE "POSPAY.TXT" TO POSITIVE-PAY-FILE-NAME
       ELSE
           STRING "POSPAY-" DELIMITED BY SIZE
               SESSION-COMPANY-CODE DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO POSITIVE-PAY-FILE-NAME
       END-IF.
       OPEN I-O VENDOR-PAYMENTS-FILE.
       OPEN I-O VENDORS-FILE.
       OPEN OUTPUT POSITIVE-PAY-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM SEND-NEXT-PAYMENT UNTIL END-OF-FILE = 1.
       MOVE SPACE TO POSITIVE-PAY-TRAILER.
       MOVE "T" TO PT-RECORD-TYPE.
       MOVE SENT-ITEM-COUNT TO PT-ITEM-COUNT.
       MOVE ITEM-TOTAL TO PT-TOTAL-AMOUNT.
       MOVE FILE-DATE TO PT-FILE-DATE.
       WRITE POSITIVE-PAY-TRAILER.
       CLOSE VENDOR-PAYMENTS-FILE.
       CLOSE VENDORS-FILE.
       CLOSE POSITIVE-PAY-FILE.
       DISPLAY "Positive-pay file written to " POSITIVE-PAY-FILE-NAME.
       GOBACK.

      *A check voided before its issue ever reached the bank still
      *goes as an issue followed by its void, so the bank's history
      *of the number is complete. A check is the company's of the
      *vendor it was drawn for; another company's checks are left
      *unsent for that company's own file.
       SEND-NEXT-PAYMENT.
       READ VENDOR-PAYMENTS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       MOVE "N" TO RECORD-FOUND.
       IF END-OF-FILE = 0 AND VENDOR-PAYMENT-CHECK-NO > 0
           AND (VENDOR-CHECK-ISSUED OR VENDOR-CHECK-VOIDED)
           PERFORM FIND-PAYEE-NAME
       END-IF.
       IF RECORD-FOUND = "S"
           MOVE "N" TO PAYMENT-CHANGED
           IF NOT ISSUE-SENT-TO-BANK
               MOVE "I" TO ITEM-TYPE
               PERFORM WRITE-PAY-ITEM
               MOVE "Y" TO VENDOR-PAYMENT-PP-ISSUE
               MOVE "Y" TO PAYMENT-CHANGED
           END-IF
           IF VENDOR-CHECK-VOIDED AND NOT VOID-SENT-TO-BANK
               MOVE "V" TO ITEM-TYPE
               PERFORM WRITE-PAY-ITEM
               MOVE "Y" TO VENDOR-PAYMENT-PP-VOID
               MOVE "Y" TO PAYMENT-CHANGED
           END-IF
           IF PAYMENT-CHANGED = "Y"
               REWRITE VENDOR-PAYMENT-REGISTRATION
                   INVALID KEY
                       DISPLAY "Error updating vendor payment record."
               END-REWRITE
           END-IF
       END-IF.

      *A payee no longer on file still goes on the file under a
      *placeholder name, and stays with the company running it.
       FIND-PAYEE-NAME.
       MOVE VENDOR-PAYMENT-VENDOR-ID TO VENDOR-ID.
       MOVE "S" TO RECORD-FOUND.
       READ VENDORS-FILE RECORD
           INVALID KEY
               MOVE "(vendor no longer on file)" TO VENDOR-NAME
           NOT INVALID KEY
               IF VENDOR-COMPANY-CODE NOT = SESSION-COMPANY-CODE
                   MOVE "N" TO RECORD-FOUND
               END-IF
       END-READ.

       WRITE-PAY-ITEM.
       MOVE SPACE TO POSITIVE-PAY-RECORD.
       MOVE ITEM-TYPE TO PP-RECORD-TYPE.
       MOVE VENDOR-PAYMENT-CHECK-NO TO PP-CHECK-NUMBER.
       MOVE VENDOR-PAYMENT-DATE TO PP-ISSUE-DATE.
       MOVE VENDOR-PAYMENT-NET TO PP-AMOUNT.
       MOVE VENDOR-NAME TO PP-PAYEE-NAME.
       WRITE POSITIVE-PAY-RECORD.
       ADD 1 TO SENT-ITEM-COUNT.
       ADD VENDOR-PAYMENT-NET TO ITEM-TOTAL.

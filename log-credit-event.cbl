       IDENTIFICATION DIVISION.
       PROGRAM-ID. log-credit-event.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical file in dynamic mode.
       FILE-CONTROL.
       COPY "credit-event-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with customer credit history fields.
       COPY "credit-event-logic-file.cbl".

       WORKING-STORAGE SECTION.
       77  EVENT-WRITE-OK PIC X.

       LINKAGE SECTION.
      * The customer's credit history, kept for the periodic credit
      * review: each dunning letter with its level, each credit hold,
      * the balance each invoice left on the account and each review
      * decided. The review reads a year of it back to judge how the
      * account has behaved. Two events on one day take the next
      * sequence number.
       01  EVENT-CUSTOMER-ID PIC 9(6).
       01  EVENT-TYPE PIC X(01).
       01  EVENT-LEVEL PIC 9(1).
       01  EVENT-AMOUNT PIC 9(9)V99.
       01  EVENT-REFERENCE PIC X(20).

       PROCEDURE DIVISION USING EVENT-CUSTOMER-ID EVENT-TYPE
           EVENT-LEVEL EVENT-AMOUNT EVENT-REFERENCE.
       PROGRAM-BEGIN.
       OPEN I-O CREDIT-EVENTS-FILE.
       MOVE SPACE TO CREDIT-EVENT-REGISTRATION.
       MOVE EVENT-CUSTOMER-ID TO CREDIT-EVENT-CUSTOMER-ID.
       ACCEPT CREDIT-EVENT-DATE FROM DATE YYYYMMDD.
       MOVE 1 TO CREDIT-EVENT-SEQ.
       MOVE EVENT-TYPE TO CREDIT-EVENT-TYPE.
       MOVE EVENT-LEVEL TO CREDIT-EVENT-LEVEL.
       MOVE EVENT-AMOUNT TO CREDIT-EVENT-AMOUNT.
       MOVE EVENT-REFERENCE TO CREDIT-EVENT-REFERENCE.
       MOVE "N" TO EVENT-WRITE-OK.
       PERFORM WRITE-EVENT-ONCE
           UNTIL EVENT-WRITE-OK = "Y" OR CREDIT-EVENT-SEQ = 999.
       CLOSE CREDIT-EVENTS-FILE.
       GOBACK.

       WRITE-EVENT-ONCE.
       WRITE CREDIT-EVENT-REGISTRATION
           INVALID KEY
               ADD 1 TO CREDIT-EVENT-SEQ
           NOT INVALID KEY
               MOVE "Y" TO EVENT-WRITE-OK
       END-WRITE.

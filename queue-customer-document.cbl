       IDENTIFICATION DIVISION.
       PROGRAM-ID. queue-customer-document.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical file in dynamic mode.
       FILE-CONTROL.
       COPY "email-outbox-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with email outbox fields.
       COPY "email-outbox-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so nothing leaves the building from a
      * training session.
       COPY "session-data.cbl".
       77  OUTBOX-WRITE-OK PIC X.
       77  OUTBOX-DOC-TYPE PIC X(10) VALUE "MAILOUT".

       LINKAGE SECTION.
      * The statement, invoice and dunning runs hand each customer's
      * document over here once its spool file is closed. A customer
      * with an email address gets a queued row the mail gateway
      * picks up; one with no address, or who asked for paper, gets
      * a print-only row instead, as does every document from a
      * training session. The result says which: "E" queued for
      * email, "P" print only.
       01  DOC-CUSTOMER-ID PIC 9(6).
       01  DOC-CUSTOMER-EMAIL PIC X(40).
       01  DOC-PAPER-FLAG PIC X.
       01  DOC-TYPE PIC X(10).
       01  DOC-SUBJECT PIC X(60).
       01  DOC-ATTACHMENT-NAME PIC X(40).
       01  DOC-QUEUE-RESULT PIC X.

       PROCEDURE DIVISION USING DOC-CUSTOMER-ID DOC-CUSTOMER-EMAIL
           DOC-PAPER-FLAG DOC-TYPE DOC-SUBJECT DOC-ATTACHMENT-NAME
           DOC-QUEUE-RESULT.
       PROGRAM-BEGIN.
       OPEN I-O EMAIL-OUTBOX-FILE.
       MOVE SPACE TO EMAIL-OUTBOX-REGISTRATION.
       CALL "get-next-number" USING OUTBOX-DOC-TYPE MAIL-ID.
       MOVE DOC-CUSTOMER-ID TO MAIL-CUSTOMER-ID.
       MOVE DOC-CUSTOMER-EMAIL TO MAIL-CUSTOMER-EMAIL.
       MOVE DOC-SUBJECT TO MAIL-SUBJECT.
       MOVE DOC-TYPE TO MAIL-DOCUMENT-TYPE.
       MOVE DOC-ATTACHMENT-NAME TO MAIL-ATTACHMENT-NAME.
       ACCEPT MAIL-QUEUED-DATE FROM DATE YYYYMMDD.
       MOVE MAIL-QUEUED-DATE TO MAIL-STATUS-DATE.
       IF DOC-CUSTOMER-EMAIL = SPACE OR DOC-PAPER-FLAG = "Y"
           OR SESSION-IN-TRAINING
           MOVE "P" TO MAIL-STATUS
           MOVE "P" TO DOC-QUEUE-RESULT
       ELSE
           MOVE "Q" TO MAIL-STATUS
           MOVE "E" TO DOC-QUEUE-RESULT
       END-IF.
       MOVE "N" TO OUTBOX-WRITE-OK.
       PERFORM WRITE-OUTBOX-ROW
           UNTIL OUTBOX-WRITE-OK = "Y".
       CLOSE EMAIL-OUTBOX-FILE.
       GOBACK.

       WRITE-OUTBOX-ROW.
       WRITE EMAIL-OUTBOX-REGISTRATION
           INVALID KEY
               CALL "get-next-number" USING OUTBOX-DOC-TYPE
                   MAIL-ID
       NOT INVALID KEY
           MOVE "Y" TO OUTBOX-WRITE-OK
       END-WRITE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. queue-gl-posting.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical file in dynamic mode.
       FILE-CONTROL.
       COPY "gl-pending-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with pending GL posting fields.
       COPY "gl-pending-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so the posting goes to the ledger of the
      * logged-in company.
       COPY "session-data.cbl".
       77  PENDING-WRITE-OK PIC X.
       77  GL-PENDING-DOC-TYPE PIC X(10)
           VALUE "GLPEND".

       LINKAGE SECTION.
      * Postings that do not come from a day's orders, credit notes
      * or movements - accruals, provisions, revaluations - are
      * queued here by the program that works them out, and the
      * nightly GL extract writes every queued posting dated on or
      * before its business date into that night's journal, through
      * the same account map, exactly once. A reversal posts the
      * mapped accounts the other way round.
       01  QUEUE-TYPE PIC X(10).
       01  QUEUE-DATE PIC 9(8).
       01  QUEUE-AMOUNT PIC 9(9)V99.
       01  QUEUE-REVERSE-FLAG PIC X(01).
       01  QUEUE-REFERENCE PIC X(20).

       PROCEDURE DIVISION USING QUEUE-TYPE QUEUE-DATE QUEUE-AMOUNT
           QUEUE-REVERSE-FLAG QUEUE-REFERENCE.
       PROGRAM-BEGIN.
       IF QUEUE-AMOUNT = 0
           GOBACK
       END-IF.
       OPEN I-O GL-PENDING-FILE.
       MOVE SPACE TO GL-PENDING-REGISTRATION.
       CALL "get-next-number" USING GL-PENDING-DOC-TYPE
           GL-PENDING-ID.
       MOVE QUEUE-DATE TO GL-PENDING-DATE.
       MOVE QUEUE-TYPE TO GL-PENDING-TYPE.
       MOVE QUEUE-AMOUNT TO GL-PENDING-AMOUNT.
       MOVE "N" TO GL-PENDING-REVERSE-FLAG.
       IF QUEUE-REVERSE-FLAG = "Y"
           MOVE "Y" TO GL-PENDING-REVERSE-FLAG
       END-IF.
       MOVE QUEUE-REFERENCE TO GL-PENDING-REFERENCE.
       MOVE "O" TO GL-PENDING-STATUS.
       MOVE 0 TO GL-PENDING-POSTED-DATE.
       MOVE SESSION-COMPANY-CODE TO GL-PENDING-COMPANY-CODE.
       MOVE "N" TO PENDING-WRITE-OK.
       PERFORM WRITE-PENDING-ONCE
           UNTIL PENDING-WRITE-OK = "Y".
       CLOSE GL-PENDING-FILE.
       GOBACK.

       WRITE-PENDING-ONCE.
       WRITE GL-PENDING-REGISTRATION
           INVALID KEY
               CALL "get-next-number" USING GL-PENDING-DOC-TYPE
                   GL-PENDING-ID
           NOT INVALID KEY
               MOVE "Y" TO PENDING-WRITE-OK
       END-WRITE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. post-fx-gain-loss.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "fx-ledger-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with exchange gain and loss fields.
       COPY "fx-ledger-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so the entry belongs to the logged-in
      * company.
       COPY "session-data.cbl".
       77  QUEUE-TYPE PIC X(10).
       77  QUEUE-REVERSE-FLAG PIC X.
       77  QUEUE-REFERENCE PIC X(20).

       LINKAGE SECTION.
      * One foreign-currency document's exchange difference: the
      * home value it was booked at against the home value at the
      * new rate. "R" is realised when the document is settled, "U"
      * unrealised at a period-end revaluation and "C" takes back a
      * realised difference when the settlement is cancelled. A
      * receivable gains when it is worth more at home, a payable
      * when it costs less.
       COPY "fx-post-fields.cbl".

       PROCEDURE DIVISION USING FX-POST-FIELDS.

      *Every difference is kept in the exchange ledger the revaluation
      *report reads. A realised difference, or the cancelling of one,
      *is also queued for the GL extract on the day it happened;
      *unrealised differences are queued as one total per side by the
      *revaluation itself, with their reversal.
       PROGRAM-BEGIN.
       IF FX-POST-NEW-HOME = FX-POST-BOOKED-HOME
           GOBACK
       END-IF.
       MOVE SPACE TO FX-LEDGER-RECORD.
       MOVE FX-POST-DATE TO FX-DATE.
       MOVE FX-POST-KIND TO FX-KIND.
       MOVE FX-POST-SIDE TO FX-SIDE.
       MOVE FX-POST-DOC-ID TO FX-DOC-ID.
       MOVE FX-POST-CURRENCY TO FX-CURRENCY.
       MOVE FX-POST-DOC-AMOUNT TO FX-DOC-AMOUNT.
       MOVE FX-POST-BOOKED-RATE TO FX-BOOKED-RATE.
       MOVE FX-POST-NEW-RATE TO FX-NEW-RATE.
       MOVE FX-POST-BOOKED-HOME TO FX-BOOKED-HOME.
       MOVE FX-POST-NEW-HOME TO FX-NEW-HOME.
       MOVE SESSION-COMPANY-CODE TO FX-COMPANY-CODE.
       IF FX-POST-NEW-HOME > FX-POST-BOOKED-HOME
           COMPUTE FX-AMOUNT = FX-POST-NEW-HOME - FX-POST-BOOKED-HOME
           IF FX-IS-RECEIVABLE
               SET FX-IS-GAIN TO TRUE
           ELSE
               SET FX-IS-LOSS TO TRUE
           END-IF
       ELSE
           COMPUTE FX-AMOUNT = FX-POST-BOOKED-HOME - FX-POST-NEW-HOME
           IF FX-IS-RECEIVABLE
               SET FX-IS-LOSS TO TRUE
           ELSE
               SET FX-IS-GAIN TO TRUE
           END-IF
       END-IF.
       OPEN EXTEND FX-LEDGER-FILE.
       WRITE FX-LEDGER-RECORD.
       CLOSE FX-LEDGER-FILE.
       IF FX-IS-REALISED OR FX-IS-CANCELLED
           PERFORM QUEUE-REALISED-POSTING
       END-IF.
       GOBACK.

      *The realised account pair is set up for a gain; a loss, or a
      *cancelled gain, posts it the other way round.
       QUEUE-REALISED-POSTING.
       MOVE SPACE TO QUEUE-REFERENCE.
       IF FX-IS-RECEIVABLE
           MOVE "FXREAL-AR" TO QUEUE-TYPE
           STRING "FX INVOICE " DELIMITED BY SIZE
               FX-DOC-ID DELIMITED BY SIZE
               INTO QUEUE-REFERENCE
       ELSE
           MOVE "FXREAL-AP" TO QUEUE-TYPE
           STRING "FX VENDOR INV " DELIMITED BY SIZE
               FX-DOC-ID DELIMITED BY SIZE
               INTO QUEUE-REFERENCE
       END-IF.
       MOVE "N" TO QUEUE-REVERSE-FLAG.
       IF FX-IS-LOSS
           MOVE "Y" TO QUEUE-REVERSE-FLAG
       END-IF.
       CALL "queue-gl-posting" USING QUEUE-TYPE FX-DATE FX-AMOUNT
           QUEUE-REVERSE-FLAG QUEUE-REFERENCE.

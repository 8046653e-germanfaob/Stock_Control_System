       COPY "number-control-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * The logged-in company, whose number series is drawn from.
       COPY "session-data.cbl".
       77  RECORD-FOUND PIC X.
       77  FIRST-NUMBER PIC 9(6).
      * A company's counter sits under the document type cut to eight
      * characters with the company code after it.
       01  COMPANY-COUNTER-KEY.
           05  COUNTER-DOC-PREFIX   PIC X(8).
           05  COUNTER-COMPANY-CODE PIC X(2).

       LINKAGE SECTION.
      * One counter per document type; every entry program draws its
      * next id from here, so two clerks can never guess the same
      * free number again. A caller whose write still collides (ids
      * keyed by hand in the past) simply draws again. Each company
      * has a series of its own starting above its number base, so
      * the companies never collide on the files they share; the
      * first company carries on from the counter kept before there
      * was more than one.
       01  WANTED-DOC-TYPE PIC X(10).
       01  ASSIGNED-NUMBER PIC 9(6).

       PROCEDURE DIVISION USING WANTED-DOC-TYPE ASSIGNED-NUMBER.
       PROGRAM-BEGIN.
       OPEN I-O NUMBER-CONTROL-FILE.
       IF SESSION-COMPANY-CODE = SPACE
           MOVE WANTED-DOC-TYPE TO COMPANY-COUNTER-KEY
       ELSE
           MOVE WANTED-DOC-TYPE TO COUNTER-DOC-PREFIX
           MOVE SESSION-COMPANY-CODE TO COUNTER-COMPANY-CODE
       END-IF.
       MOVE COMPANY-COUNTER-KEY TO CONTROL-DOC-TYPE.
       MOVE "S" TO RECORD-FOUND.
       READ NUMBER-CONTROL-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           PERFORM FIND-FIRST-NUMBER
           MOVE FIRST-NUMBER TO ASSIGNED-NUMBER
           MOVE COMPANY-COUNTER-KEY TO CONTROL-DOC-TYPE
           COMPUTE CONTROL-NEXT-NUMBER = FIRST-NUMBER + 1
           WRITE NUMBER-CONTROL-REGISTRATION
               INVALID KEY
                   DISPLAY "Error creating number control record."
       END-IF.
       CLOSE NUMBER-CONTROL-FILE.
       GOBACK.

       FIND-FIRST-NUMBER.
       COMPUTE FIRST-NUMBER = SESSION-NUMBER-BASE + 1.
       IF SESSION-NUMBER-BASE = 0 AND SESSION-COMPANY-CODE NOT = SPACE
           MOVE WANTED-DOC-TYPE TO CONTROL-DOC-TYPE
           READ NUMBER-CONTROL-FILE RECORD
               NOT INVALID KEY
                   MOVE CONTROL-NEXT-NUMBER TO FIRST-NUMBER
           END-READ
       END-IF.

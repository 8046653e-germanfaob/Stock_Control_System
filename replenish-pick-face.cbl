       77  LOG-MESSAGE-FIELD PIC X(80).
       77  JOURNAL-TAG-FIELD PIC X(12).
       77  JOURNAL-IMAGE-FIELD PIC X(256).
      * Shared session data, so the task shows who completed it.
       COPY "session-data.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
       GOBACK.

       REPLENISH-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Pick-Face Replenishment Menu"
       DISPLAY "1. Set min/max for a product at a location"
       MOVE SHORT-QTY (SHORT-IDX) TO TASK-PRIORITY.
       ACCEPT TASK-DATE FROM DATE YYYYMMDD.
       MOVE "Open" TO TASK-STATUS.
       MOVE 0 TO TASK-DONE-DATE.
       MOVE "N" TO TASK-WRITE-OK.
       PERFORM WRITE-TASK-ONCE UNTIL TASK-WRITE-OK = "Y".
       ADD 1 TO TASKS-RAISED.
           PERFORM WRITE-TASK-EXIT-MOVEMENT
           PERFORM WRITE-TASK-ENTRY-MOVEMENT
           MOVE "Done" TO TASK-STATUS
           MOVE SESSION-OPERATOR-ID TO TASK-DONE-BY
           ACCEPT TASK-DONE-DATE FROM DATE YYYYMMDD
           REWRITE REPL-TASK-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating task record."
       PERFORM WRITE-MOVEMENT-RECORD UNTIL MOVEMENT-WRITE-OK = "Y".

       WRITE-MOVEMENT-RECORD.
       MOVE SESSION-COMPANY-CODE TO MOVEMENT-COMPANY-CODE.
       WRITE MOVEMENT-REGISTRATION
           INVALID KEY
               CALL "get-next-number" USING MOVEMENT-DOC-TYPE

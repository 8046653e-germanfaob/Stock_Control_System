       COPY "logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       01  OPTION PIC 9.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  LINES-END-OF-FILE PIC 9.
       77  JOURNAL-IMAGE-FIELD PIC X(256).
       77  ORDER-HELD-FLAG PIC X.
       77  HELD-CODE-FIELD PIC X(10).
       COPY "order-notes.cbl".
       77  NOTES-IDX PIC 9(2).

       PROCEDURE DIVISION.

       GOBACK.

       WAVE-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Wave Pick Selection"
       DISPLAY "1. All Pending orders"
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND ORDER-COMPANY-CODE = SESSION-COMPANY-CODE
           IF ORDER-STATUS = "Pending"
               AND ORDER-WAVE-ID = 0
               IF OPTION = 1
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           DISPLAY "Order " ORDER-ID " for " ORDER-CUSTOMER-NAME
           PERFORM PRINT-PICKING-NOTES
       END-IF.
       MOVE WAVE-ORDER-ENTRY (WAVE-ORDER-IDX) TO LINE-ORDER-ID.
       MOVE 0 TO LINE-NUMBER.
           UNTIL LINES-END-OF-FILE = 1.
       ADD 1 TO WAVE-ORDER-IDX.

      *Each order's picking notes sit at the head of its sortation
      *block, where the picker sorting the wave will see them.
       PRINT-PICKING-NOTES.
       MOVE ORDER-CUSTOMER-ID TO NOTES-CUSTOMER-ID.
       MOVE ORDER-ID TO NOTES-ORDER-ID.
       MOVE "P" TO NOTES-AUDIENCE.
       MOVE ORDER-SHIP-COMPLETE-FLAG TO NOTES-SHIP-COMPLETE.
       CALL "get-order-notes" USING NOTES-CUSTOMER-ID NOTES-ORDER-ID
           NOTES-AUDIENCE NOTES-SHIP-COMPLETE NOTES-COUNT NOTES-TABLE.
       MOVE 1 TO NOTES-IDX.
       PERFORM SHOW-NEXT-NOTE UNTIL NOTES-IDX > NOTES-COUNT.

       SHOW-NEXT-NOTE.
       DISPLAY "    " NOTES-LINE (NOTES-IDX).
       ADD 1 TO NOTES-IDX.

       PRINT-NEXT-BREAKDOWN-LINE.
       READ ORDER-LINES-FILE NEXT RECORD
           AT END MOVE 1 TO LINES-END-OF-FILE

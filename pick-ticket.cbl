       COPY "shipto-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       77  RECORD-FOUND PIC X.
       77  LINES-END-OF-FILE PIC 9 VALUE 0.
       77  PRODUCT-FOUND PIC X.
       01  PICK-IDX PIC 9(3).
       01  WHOLE-CASES PIC 9(3).
       01  LOOSE-EACHES PIC 9(3).
       COPY "order-notes.cbl".
       77  NOTES-IDX PIC 9(2).

       PROCEDURE DIVISION.

       READ ORDERS-FILE RECORD
       INVALID KEY
       MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND ORDER-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.

      *A held order never reaches the warehouse floor: the ticket is
      *refused until the release screen clears the hold.
       " Customer: " ORDER-CUSTOMER-NAME.
       DISPLAY "Date: " ORDER-DATE-NUMERIC " Status: " ORDER-STATUS.
       PERFORM PRINT-SHIP-TO-ADDRESS.
       PERFORM PRINT-PICKING-NOTES.
       DISPLAY "------------------------------------------------------".
       PERFORM PRINT-PICK-LINES.
       DISPLAY "======================================================".
               DISPLAY "            " SHIPTO-CITY " " SHIPTO-POSTCODE
       END-READ.

      *The customer's standing instructions and the order's own
      *notes for the picker, and the warning when the order may not
      *leave short.
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
       DISPLAY NOTES-LINE (NOTES-IDX).
       ADD 1 TO NOTES-IDX.

       PRINT-PICK-LINES.
       MOVE 0 TO PICK-LINE-COUNT.
       MOVE ORDER-ID TO LINE-ORDER-ID.

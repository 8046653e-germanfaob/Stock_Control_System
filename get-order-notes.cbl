       IDENTIFICATION DIVISION.
       PROGRAM-ID. get-order-notes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical file in dynamic mode.
       FILE-CONTROL.
       COPY "notes-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with customer and order notes fields.
       COPY "notes-logic-file.cbl".

       WORKING-STORAGE SECTION.
       77  NOTES-EOF PIC 9.
       77  WANTED-OWNER-TYPE PIC X(01).
       77  WANTED-OWNER-ID PIC 9(6).
       77  NOTE-PREFIX PIC X(18).

       LINKAGE SECTION.
      * Every document that goes to the floor, the van or the
      * customer asks here for the notes meant for it, so a standing
      * instruction keyed once on the account turns up on each pick
      * ticket, slip, route sheet and invoice. Internal notes are
      * never handed out.
       COPY "order-notes.cbl".

       PROCEDURE DIVISION USING NOTES-CUSTOMER-ID NOTES-ORDER-ID
           NOTES-AUDIENCE NOTES-SHIP-COMPLETE NOTES-COUNT
           NOTES-TABLE.
       PROGRAM-BEGIN.
       MOVE 0 TO NOTES-COUNT.
       MOVE SPACE TO NOTES-TABLE.
       IF NOTES-SHIP-COMPLETE = "Y"
           AND (NOTES-AUDIENCE = "P" OR NOTES-AUDIENCE = "K")
           MOVE 1 TO NOTES-COUNT
           MOVE "** NO PARTIAL SHIPMENTS - SHIP THIS ORDER COMPLETE **"
               TO NOTES-LINE (1)
       END-IF.
       OPEN I-O NOTES-FILE.
       IF NOTES-CUSTOMER-ID NOT = 0
           MOVE "C" TO WANTED-OWNER-TYPE
           MOVE NOTES-CUSTOMER-ID TO WANTED-OWNER-ID
           MOVE "Customer note: " TO NOTE-PREFIX
           PERFORM GATHER-OWNER-NOTES
       END-IF.
       IF NOTES-ORDER-ID NOT = 0
           MOVE "O" TO WANTED-OWNER-TYPE
           MOVE NOTES-ORDER-ID TO WANTED-OWNER-ID
           MOVE "Order note: " TO NOTE-PREFIX
           PERFORM GATHER-OWNER-NOTES
       END-IF.
       CLOSE NOTES-FILE.
       GOBACK.

       GATHER-OWNER-NOTES.
       MOVE WANTED-OWNER-TYPE TO NOTE-OWNER-TYPE.
       MOVE WANTED-OWNER-ID TO NOTE-OWNER-ID.
       MOVE 0 TO NOTE-SEQ.
       MOVE 0 TO NOTES-EOF.
       START NOTES-FILE KEY IS >= NOTE-KEY
           INVALID KEY MOVE 1 TO NOTES-EOF.
       PERFORM GATHER-NEXT-NOTE UNTIL NOTES-EOF = 1.

       GATHER-NEXT-NOTE.
       READ NOTES-FILE NEXT RECORD
           AT END MOVE 1 TO NOTES-EOF
       END-READ.
       IF NOTES-EOF = 0
           IF NOTE-OWNER-TYPE = WANTED-OWNER-TYPE
               AND NOTE-OWNER-ID = WANTED-OWNER-ID
               IF NOTE-AUDIENCE = NOTES-AUDIENCE
                   AND NOTES-COUNT < 20
                   ADD 1 TO NOTES-COUNT
                   STRING NOTE-PREFIX DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       NOTE-TEXT DELIMITED BY SIZE
                       INTO NOTES-LINE (NOTES-COUNT)
               END-IF
           ELSE
               MOVE 1 TO NOTES-EOF
           END-IF
       END-IF.

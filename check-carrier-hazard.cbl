       IDENTIFICATION DIVISION.
       PROGRAM-ID. check-carrier-hazard.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  LIST-IDX PIC 9(2).
       77  LIST-CLASS PIC X(3).

       LINKAGE SECTION.
      * A carrier's allowed-hazard list and one product's hazard
      * class come in; "Y" goes back when the carrier will take it.
      * Goods that are not dangerous go with anyone. On the list a
      * one-digit class takes all its divisions (2 takes 2.1, 2.2
      * and 2.3) and ALL takes every class.
       01  ALLOWED-HAZARD-LIST.
           05  ALLOWED-HAZARD-CLASS PIC X(3) OCCURS 8 TIMES.
       01  SHIP-HAZARD-CLASS PIC X(3).
       01  FOUND-ALLOWED PIC X.

       PROCEDURE DIVISION USING ALLOWED-HAZARD-LIST SHIP-HAZARD-CLASS
           FOUND-ALLOWED.
       PROGRAM-BEGIN.
       IF SHIP-HAZARD-CLASS = SPACE
           MOVE "Y" TO FOUND-ALLOWED
       ELSE
           MOVE "N" TO FOUND-ALLOWED
           MOVE 1 TO LIST-IDX
           PERFORM CHECK-NEXT-ALLOWED
               UNTIL LIST-IDX > 8 OR FOUND-ALLOWED = "Y"
       END-IF.
       GOBACK.

       CHECK-NEXT-ALLOWED.
       MOVE ALLOWED-HAZARD-CLASS (LIST-IDX) TO LIST-CLASS.
       IF LIST-CLASS = SPACE
           CONTINUE
       ELSE IF LIST-CLASS = "ALL"
           OR LIST-CLASS = SHIP-HAZARD-CLASS
           MOVE "Y" TO FOUND-ALLOWED
       ELSE IF LIST-CLASS (2:2) = SPACE
           AND LIST-CLASS (1:1) = SHIP-HAZARD-CLASS (1:1)
           MOVE "Y" TO FOUND-ALLOWED
       END-IF.
       ADD 1 TO LIST-IDX.

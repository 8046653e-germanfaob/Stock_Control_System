       IDENTIFICATION DIVISION.
       PROGRAM-ID. check-hazard-mix.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Pairs of hazard classes that must not travel in one carton.
      * A one-digit class covers all its divisions (4 is 4.1, 4.2
      * and 4.3); "*" stands for any other dangerous goods at all.
       01  SEGREGATION-PAIRS.
           05  FILLER PIC X(6) VALUE "1  *  ".
           05  FILLER PIC X(6) VALUE "7  *  ".
           05  FILLER PIC X(6) VALUE "2.15  ".
           05  FILLER PIC X(6) VALUE "3  5  ".
           05  FILLER PIC X(6) VALUE "4  5  ".
           05  FILLER PIC X(6) VALUE "4.38  ".
       01  SEGREGATION-TABLE REDEFINES SEGREGATION-PAIRS.
           05  SEGREGATION-ENTRY OCCURS 6 TIMES.
               10  SEG-CLASS-A PIC X(3).
               10  SEG-CLASS-B PIC X(3).
       77  SEG-COUNT PIC 9(2) VALUE 6.
       77  SEG-IDX PIC 9(2).
       77  RULE-CLASS PIC X(3).
       77  TEST-CLASS PIC X(3).
       77  CLASS-MATCHES PIC X.
       77  FIRST-MATCHES PIC X.

       LINKAGE SECTION.
      * Two products' hazard classes come in; "Y" goes back when
      * they may be packed together. Goods that are not dangerous
      * mix with anything, and so do two of the same class.
       01  MIX-CLASS-A PIC X(3).
       01  MIX-CLASS-B PIC X(3).
       01  FOUND-COMPATIBLE PIC X.

       PROCEDURE DIVISION USING MIX-CLASS-A MIX-CLASS-B
           FOUND-COMPATIBLE.
       PROGRAM-BEGIN.
       MOVE "Y" TO FOUND-COMPATIBLE.
       IF MIX-CLASS-A NOT = SPACE AND MIX-CLASS-B NOT = SPACE
           AND MIX-CLASS-A (1:1) NOT = MIX-CLASS-B (1:1)
           MOVE 1 TO SEG-IDX
           PERFORM CHECK-NEXT-PAIR
               UNTIL SEG-IDX > SEG-COUNT OR FOUND-COMPATIBLE = "N"
       END-IF.
       GOBACK.

      *The pair is tried both ways round.
       CHECK-NEXT-PAIR.
       MOVE SEG-CLASS-A (SEG-IDX) TO RULE-CLASS.
       MOVE MIX-CLASS-A TO TEST-CLASS.
       PERFORM MATCH-CLASS.
       MOVE CLASS-MATCHES TO FIRST-MATCHES.
       MOVE SEG-CLASS-B (SEG-IDX) TO RULE-CLASS.
       MOVE MIX-CLASS-B TO TEST-CLASS.
       PERFORM MATCH-CLASS.
       IF FIRST-MATCHES = "Y" AND CLASS-MATCHES = "Y"
           MOVE "N" TO FOUND-COMPATIBLE
       END-IF.
       MOVE SEG-CLASS-A (SEG-IDX) TO RULE-CLASS.
       MOVE MIX-CLASS-B TO TEST-CLASS.
       PERFORM MATCH-CLASS.
       MOVE CLASS-MATCHES TO FIRST-MATCHES.
       MOVE SEG-CLASS-B (SEG-IDX) TO RULE-CLASS.
       MOVE MIX-CLASS-A TO TEST-CLASS.
       PERFORM MATCH-CLASS.
       IF FIRST-MATCHES = "Y" AND CLASS-MATCHES = "Y"
           MOVE "N" TO FOUND-COMPATIBLE
       END-IF.
       ADD 1 TO SEG-IDX.

       MATCH-CLASS.
       MOVE "N" TO CLASS-MATCHES.
       IF RULE-CLASS = "*"
           OR RULE-CLASS = TEST-CLASS
           MOVE "Y" TO CLASS-MATCHES
       ELSE IF RULE-CLASS (2:2) = SPACE
           AND RULE-CLASS (1:1) = TEST-CLASS (1:1)
           MOVE "Y" TO CLASS-MATCHES
       END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. compute-audit-check.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Each character counts by its place in this list; anything
      * not in it counts as one more than the last.
       01  CHECK-ALPHABET.
           05  FILLER PIC X(36)
               VALUE " ABCDEFGHIJKLMNOPQRSTUVWXYZ012345678".
           05  FILLER PIC X(36)
               VALUE "9abcdefghijklmnopqrstuvwxyz.,-/:;()*".
           05  FILLER PIC X(16)
               VALUE "&%$#@!?+=_<>[]{}".
       77  CHECK-CHAR PIC X.
       77  CHECK-CHAR-CODE PIC 9(3).
       77  CHECK-IDX PIC 9(3).
       77  CHECK-WORK PIC 9(11).
       77  CHECK-QUOTIENT PIC 9(11).
       77  CHECK-REMAINDER PIC 9(9).
       77  CHECK-MODULUS PIC 9(9) VALUE 999999937.

       LINKAGE SECTION.
      * The check value of the record before, the part of the new
      * record that is protected (everything up to and including its
      * sequence number) and the check value it is to carry. Because
      * each value is worked from the one before, altering, removing
      * or inserting any record breaks every check after it.
       01  CHAIN-PREVIOUS PIC 9(9).
       01  CHAIN-TEXT PIC X(157).
       01  CHAIN-RESULT PIC 9(9).

       PROCEDURE DIVISION USING CHAIN-PREVIOUS CHAIN-TEXT
           CHAIN-RESULT.
       PROGRAM-BEGIN.
       MOVE CHAIN-PREVIOUS TO CHECK-REMAINDER.
       MOVE 1 TO CHECK-IDX.
       PERFORM ADD-CHECK-CHAR UNTIL CHECK-IDX > 157.
       MOVE CHECK-REMAINDER TO CHAIN-RESULT.
       GOBACK.

       ADD-CHECK-CHAR.
       MOVE CHAIN-TEXT (CHECK-IDX:1) TO CHECK-CHAR.
       MOVE 0 TO CHECK-CHAR-CODE.
       INSPECT CHECK-ALPHABET TALLYING CHECK-CHAR-CODE
           FOR CHARACTERS BEFORE INITIAL CHECK-CHAR.
       COMPUTE CHECK-WORK = (CHECK-REMAINDER * 31)
           + CHECK-CHAR-CODE + 1.
       DIVIDE CHECK-WORK BY CHECK-MODULUS GIVING CHECK-QUOTIENT
           REMAINDER CHECK-REMAINDER.
       ADD 1 TO CHECK-IDX.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. get-dual-control-limits.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL DUAL-CONTROL-FILE ASSIGN TO "DUALCTL.CFG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DUAL-CONTROL-FILE.
       01  DUAL-CONTROL-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      * The limits are read from a small flat file, one line per
      * limit: NAME,PERCENT. PRICEPCT is the price move modify-product
      * may make on its own; CREDITPCT the credit limit rise register-
      * customer may make on its own. Missing lines keep the defaults.
       77  END-OF-FILE PIC 9.
       77  LIMIT-NAME-FIELD PIC X(10).
       01  LIMIT-VALUE-TEXT PIC X(3) JUSTIFIED RIGHT.
       01  LIMIT-VALUE-FIELD REDEFINES LIMIT-VALUE-TEXT PIC 9(3).

       LINKAGE SECTION.
       01  PRICE-CONTROL-PCT PIC 9(3).
       01  CREDIT-CONTROL-PCT PIC 9(3).

       PROCEDURE DIVISION USING PRICE-CONTROL-PCT CREDIT-CONTROL-PCT.
       PROGRAM-BEGIN.
       MOVE 15 TO PRICE-CONTROL-PCT.
       MOVE 0 TO CREDIT-CONTROL-PCT.
       OPEN INPUT DUAL-CONTROL-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM READ-NEXT-LIMIT UNTIL END-OF-FILE = 1.
       CLOSE DUAL-CONTROL-FILE.
       GOBACK.

       READ-NEXT-LIMIT.
       READ DUAL-CONTROL-FILE
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO LIMIT-NAME-FIELD
           MOVE SPACE TO LIMIT-VALUE-TEXT
           UNSTRING DUAL-CONTROL-LINE DELIMITED BY "," OR ALL SPACE
               INTO LIMIT-NAME-FIELD LIMIT-VALUE-TEXT
           INSPECT LIMIT-VALUE-TEXT REPLACING LEADING SPACE BY "0"
           IF LIMIT-VALUE-FIELD IS NUMERIC
               IF LIMIT-NAME-FIELD = "PRICEPCT"
                   MOVE LIMIT-VALUE-FIELD TO PRICE-CONTROL-PCT
               END-IF
               IF LIMIT-NAME-FIELD = "CREDITPCT"
                   MOVE LIMIT-VALUE-FIELD TO CREDIT-CONTROL-PCT
               END-IF
           END-IF
       END-IF.

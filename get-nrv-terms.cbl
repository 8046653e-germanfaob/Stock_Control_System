       IDENTIFICATION DIVISION.
       PROGRAM-ID. get-nrv-terms.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL NRV-TERMS-FILE ASSIGN TO "NRV.CFG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NRV-TERMS-FILE.
       01  NRV-TERMS-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      * The provision policy is read from a small flat file, one line
      * per setting: NAME,VALUE. SELLPCT is the cost of selling taken
      * off the selling price (e.g. 10.00), EXPIREDPCT the extra
      * provision on stock in expired lots, QUARPCT on stock held in
      * quarantine, and SLOWDAYS/SLOWPCT and DEADDAYS/DEADPCT the two
      * slow-moving buckets: stock untouched for more than the days
      * draws the extra percentage. Missing lines keep the defaults.
       77  END-OF-FILE PIC 9.
       77  TERM-NAME-FIELD PIC X(10).
       77  TERM-VALUE-FIELD PIC X(12).
       01  TERM-WHOLE-TEXT PIC X(5) JUSTIFIED RIGHT.
       01  TERM-WHOLE-FIELD REDEFINES TERM-WHOLE-TEXT PIC 9(5).
       01  TERM-FRACTION-TEXT PIC X(2).
       01  TERM-FRACTION-FIELD REDEFINES TERM-FRACTION-TEXT PIC 9(2).
       01  TERM-AMOUNT PIC 9(5)V99.

       LINKAGE SECTION.
       01  NRV-SELLING-PCT PIC 9(3)V99.
       01  NRV-EXPIRED-PCT PIC 9(3)V99.
       01  NRV-QUARANTINE-PCT PIC 9(3)V99.
       01  NRV-SLOW-DAYS PIC 9(5).
       01  NRV-SLOW-PCT PIC 9(3)V99.
       01  NRV-DEAD-DAYS PIC 9(5).
       01  NRV-DEAD-PCT PIC 9(3)V99.

       PROCEDURE DIVISION USING NRV-SELLING-PCT NRV-EXPIRED-PCT
           NRV-QUARANTINE-PCT NRV-SLOW-DAYS NRV-SLOW-PCT
           NRV-DEAD-DAYS NRV-DEAD-PCT.
       PROGRAM-BEGIN.
       MOVE 10 TO NRV-SELLING-PCT.
       MOVE 100 TO NRV-EXPIRED-PCT.
       MOVE 50 TO NRV-QUARANTINE-PCT.
       MOVE 180 TO NRV-SLOW-DAYS.
       MOVE 25 TO NRV-SLOW-PCT.
       MOVE 365 TO NRV-DEAD-DAYS.
       MOVE 50 TO NRV-DEAD-PCT.
       OPEN INPUT NRV-TERMS-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM READ-NEXT-TERM UNTIL END-OF-FILE = 1.
       CLOSE NRV-TERMS-FILE.
       GOBACK.

       READ-NEXT-TERM.
       READ NRV-TERMS-FILE
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TERM-NAME-FIELD
           MOVE SPACE TO TERM-VALUE-FIELD
           UNSTRING NRV-TERMS-LINE DELIMITED BY "," OR ALL SPACE
               INTO TERM-NAME-FIELD TERM-VALUE-FIELD
           PERFORM SPLIT-TERM-VALUE
           IF TERM-WHOLE-FIELD IS NUMERIC
               AND TERM-FRACTION-FIELD IS NUMERIC
               PERFORM STORE-TERM
           END-IF
       END-IF.

      *A value may carry up to two decimal places; the whole and
      *fraction parts are taken apart at the point.
       SPLIT-TERM-VALUE.
       MOVE SPACE TO TERM-WHOLE-TEXT.
       MOVE SPACE TO TERM-FRACTION-TEXT.
       UNSTRING TERM-VALUE-FIELD DELIMITED BY "." OR ALL SPACE
           INTO TERM-WHOLE-TEXT TERM-FRACTION-TEXT.
       INSPECT TERM-WHOLE-TEXT REPLACING LEADING SPACE BY "0".
       INSPECT TERM-FRACTION-TEXT REPLACING ALL SPACE BY "0".
       COMPUTE TERM-AMOUNT = TERM-WHOLE-FIELD
           + (TERM-FRACTION-FIELD / 100).

      *No percentage may provide for more than the whole cost.
       STORE-TERM.
       IF TERM-AMOUNT > 100
           AND TERM-NAME-FIELD NOT = "SLOWDAYS"
           AND TERM-NAME-FIELD NOT = "DEADDAYS"
           MOVE 100 TO TERM-AMOUNT
       END-IF.
       IF TERM-NAME-FIELD = "SELLPCT"
           MOVE TERM-AMOUNT TO NRV-SELLING-PCT
       END-IF.
       IF TERM-NAME-FIELD = "EXPIREDPCT"
           MOVE TERM-AMOUNT TO NRV-EXPIRED-PCT
       END-IF.
       IF TERM-NAME-FIELD = "QUARPCT"
           MOVE TERM-AMOUNT TO NRV-QUARANTINE-PCT
       END-IF.
       IF TERM-NAME-FIELD = "SLOWDAYS"
           MOVE TERM-WHOLE-FIELD TO NRV-SLOW-DAYS
       END-IF.
       IF TERM-NAME-FIELD = "SLOWPCT"
           MOVE TERM-AMOUNT TO NRV-SLOW-PCT
       END-IF.
       IF TERM-NAME-FIELD = "DEADDAYS"
           MOVE TERM-WHOLE-FIELD TO NRV-DEAD-DAYS
       END-IF.
       IF TERM-NAME-FIELD = "DEADPCT"
           MOVE TERM-AMOUNT TO NRV-DEAD-PCT
       END-IF.

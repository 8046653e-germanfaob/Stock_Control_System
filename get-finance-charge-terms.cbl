       IDENTIFICATION DIVISION.
       PROGRAM-ID. get-finance-charge-terms.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL FINANCE-CHARGE-FILE ASSIGN TO "FINCHG.CFG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FINANCE-CHARGE-FILE.
       01  FINANCE-CHARGE-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      * The terms are read from a small flat file, one line per
      * setting: NAME,VALUE. RATEPCT is the annual interest rate on
      * overdue balances (e.g. 18.00), MINCHARGE the smallest charge
      * worth raising (e.g. 2.50) and GRACEDAYS how many days past
      * due an invoice may run before it draws interest. Missing
      * lines keep the defaults.
       77  END-OF-FILE PIC 9.
       77  TERM-NAME-FIELD PIC X(10).
       77  TERM-VALUE-FIELD PIC X(12).
       01  TERM-WHOLE-TEXT PIC X(5) JUSTIFIED RIGHT.
       01  TERM-WHOLE-FIELD REDEFINES TERM-WHOLE-TEXT PIC 9(5).
       01  TERM-FRACTION-TEXT PIC X(2).
       01  TERM-FRACTION-FIELD REDEFINES TERM-FRACTION-TEXT PIC 9(2).
       01  TERM-AMOUNT PIC 9(5)V99.

       LINKAGE SECTION.
       01  FINANCE-RATE-PCT PIC 9(3)V99.
       01  FINANCE-MIN-CHARGE PIC 9(5)V99.
       01  FINANCE-GRACE-DAYS PIC 9(3).

       PROCEDURE DIVISION USING FINANCE-RATE-PCT FINANCE-MIN-CHARGE
           FINANCE-GRACE-DAYS.
       PROGRAM-BEGIN.
       MOVE 18 TO FINANCE-RATE-PCT.
       MOVE 2.50 TO FINANCE-MIN-CHARGE.
       MOVE 10 TO FINANCE-GRACE-DAYS.
       OPEN INPUT FINANCE-CHARGE-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM READ-NEXT-TERM UNTIL END-OF-FILE = 1.
       CLOSE FINANCE-CHARGE-FILE.
       GOBACK.

       READ-NEXT-TERM.
       READ FINANCE-CHARGE-FILE
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TERM-NAME-FIELD
           MOVE SPACE TO TERM-VALUE-FIELD
           UNSTRING FINANCE-CHARGE-LINE DELIMITED BY "," OR ALL SPACE
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

       STORE-TERM.
       IF TERM-NAME-FIELD = "RATEPCT"
           MOVE TERM-AMOUNT TO FINANCE-RATE-PCT
       END-IF.
       IF TERM-NAME-FIELD = "MINCHARGE"
           MOVE TERM-AMOUNT TO FINANCE-MIN-CHARGE
       END-IF.
       IF TERM-NAME-FIELD = "GRACEDAYS"
           MOVE TERM-WHOLE-FIELD TO FINANCE-GRACE-DAYS
       END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. get-due-dates.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical file in dynamic mode.
       FILE-CONTROL.
       COPY "terms-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with payment terms fields.
       COPY "terms-logic-file.cbl".

       WORKING-STORAGE SECTION.
       77  TERMS-FOUND PIC X.
       77  NET-DAYS PIC 9(3).
       77  DISCOUNT-DAYS PIC 9(3).
       77  DAYS-TO-ADD PIC 9(3).
       77  DAYS-IN-MONTH PIC 9(2).
       77  YEAR-QUOTIENT PIC 9(4).
       77  YEAR-REMAINDER PIC 9(2).
       77  START-DATE PIC 9(8).
       01  STEP-DATE-FIELDS.
           05  STEP-YEAR  PIC 9(4).
           05  STEP-MONTH PIC 9(2).
           05  STEP-DAY   PIC 9(2).
       01  STEP-DATE-NUMERIC REDEFINES STEP-DATE-FIELDS
           PIC 9(8).

       LINKAGE SECTION.
      * Every program that raises an invoice, ours or a vendor's,
      * asks here when it falls due: the terms code and the invoice
      * date come in, the net due date, the last day the early-
      * payment discount may be taken and that discount percent go
      * back. A blank or unknown code is treated as net 30 with no
      * discount, which is how the ledgers aged before terms were
      * kept.
       01  WANTED-TERMS-CODE PIC X(6).
       01  WANTED-BASE-DATE PIC 9(8).
       01  FOUND-DUE-DATE PIC 9(8).
       01  FOUND-DISCOUNT-DATE PIC 9(8).
       01  FOUND-DISCOUNT-PCT PIC 9(2)V99.

       PROCEDURE DIVISION USING WANTED-TERMS-CODE WANTED-BASE-DATE
           FOUND-DUE-DATE FOUND-DISCOUNT-DATE FOUND-DISCOUNT-PCT.
       PROGRAM-BEGIN.
       MOVE 30 TO NET-DAYS.
       MOVE 0 TO DISCOUNT-DAYS.
       MOVE 0 TO FOUND-DISCOUNT-PCT.
       MOVE "N" TO TERMS-FOUND.
       IF WANTED-TERMS-CODE NOT = SPACE
           PERFORM READ-TERMS
       END-IF.
       IF TERMS-FOUND = "S"
           MOVE TERMS-NET-DAYS TO NET-DAYS
           MOVE TERMS-DISCOUNT-PCT TO FOUND-DISCOUNT-PCT
           MOVE TERMS-DISCOUNT-DAYS TO DISCOUNT-DAYS
       END-IF.
       MOVE WANTED-BASE-DATE TO STEP-DATE-NUMERIC.
       IF TERMS-FOUND = "S" AND TERMS-FROM-MONTH-END
           PERFORM FIND-DAYS-IN-MONTH
           MOVE DAYS-IN-MONTH TO STEP-DAY
       END-IF.
       MOVE STEP-DATE-NUMERIC TO START-DATE.
       MOVE NET-DAYS TO DAYS-TO-ADD.
       PERFORM ADVANCE-ONE-DAY
           UNTIL DAYS-TO-ADD = 0.
       MOVE STEP-DATE-NUMERIC TO FOUND-DUE-DATE.
       MOVE 0 TO FOUND-DISCOUNT-DATE.
       IF FOUND-DISCOUNT-PCT > 0
           MOVE START-DATE TO STEP-DATE-NUMERIC
           MOVE DISCOUNT-DAYS TO DAYS-TO-ADD
           PERFORM ADVANCE-ONE-DAY
               UNTIL DAYS-TO-ADD = 0
           MOVE STEP-DATE-NUMERIC TO FOUND-DISCOUNT-DATE
       END-IF.
       GOBACK.

       READ-TERMS.
       OPEN I-O TERMS-FILE.
       MOVE WANTED-TERMS-CODE TO TERMS-CODE.
       MOVE "S" TO TERMS-FOUND.
       READ TERMS-FILE RECORD
           INVALID KEY
               MOVE "N" TO TERMS-FOUND.
       CLOSE TERMS-FILE.
       IF TERMS-FOUND = "N"
           DISPLAY "No payment terms on file for " WANTED-TERMS-CODE
           ". Using net 30."
       END-IF.

      *Walked one day at a time so month ends and leap years come
      *out right, as the standing-order run advances its dates.
       ADVANCE-ONE-DAY.
       PERFORM FIND-DAYS-IN-MONTH.
       IF STEP-DAY < DAYS-IN-MONTH
           ADD 1 TO STEP-DAY
       ELSE
           MOVE 1 TO STEP-DAY
           IF STEP-MONTH < 12
               ADD 1 TO STEP-MONTH
           ELSE
               MOVE 1 TO STEP-MONTH
               ADD 1 TO STEP-YEAR
           END-IF
       END-IF.
       SUBTRACT 1 FROM DAYS-TO-ADD.

       FIND-DAYS-IN-MONTH.
       IF STEP-MONTH = 4 OR STEP-MONTH = 6
           OR STEP-MONTH = 9 OR STEP-MONTH = 11
           MOVE 30 TO DAYS-IN-MONTH
       ELSE IF STEP-MONTH = 2
           PERFORM FIND-FEBRUARY-DAYS
       ELSE
           MOVE 31 TO DAYS-IN-MONTH.

       FIND-FEBRUARY-DAYS.
       MOVE 28 TO DAYS-IN-MONTH.
       DIVIDE STEP-YEAR BY 4 GIVING YEAR-QUOTIENT
           REMAINDER YEAR-REMAINDER.
       IF YEAR-REMAINDER = 0
           MOVE 29 TO DAYS-IN-MONTH.

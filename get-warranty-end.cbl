       IDENTIFICATION DIVISION.
       PROGRAM-ID. get-warranty-end.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  DAYS-IN-MONTH PIC 9(2).
       77  YEAR-QUOTIENT PIC 9(4).
       77  YEAR-REMAINDER PIC 9(2).
       77  MONTHS-TO-ADD PIC 9(3).
       01  STEP-DATE-FIELDS.
           05  STEP-YEAR  PIC 9(4).
           05  STEP-MONTH PIC 9(2).
           05  STEP-DAY   PIC 9(2).
       01  STEP-DATE-NUMERIC REDEFINES STEP-DATE-FIELDS
           PIC 9(8).

       LINKAGE SECTION.
      * A serialized unit's warranty runs for the product's warranty
      * months from the day it shipped; the last day covered comes
      * back, and "Y" when the check date still falls inside it. A
      * unit never shipped, or a product with no warranty, is not
      * covered. A shipment on the 31st ends on the last day of a
      * shorter month.
       01  WARRANTY-MONTHS PIC 9(3).
       01  WARRANTY-SHIPPED-DATE PIC 9(8).
       01  WARRANTY-CHECK-DATE PIC 9(8).
       01  FOUND-WARRANTY-END PIC 9(8).
       01  FOUND-IN-WARRANTY PIC X.

       PROCEDURE DIVISION USING WARRANTY-MONTHS WARRANTY-SHIPPED-DATE
           WARRANTY-CHECK-DATE FOUND-WARRANTY-END FOUND-IN-WARRANTY.
       PROGRAM-BEGIN.
       MOVE 0 TO FOUND-WARRANTY-END.
       MOVE "N" TO FOUND-IN-WARRANTY.
       IF WARRANTY-MONTHS > 0 AND WARRANTY-SHIPPED-DATE > 0
           MOVE WARRANTY-SHIPPED-DATE TO STEP-DATE-NUMERIC
           MOVE WARRANTY-MONTHS TO MONTHS-TO-ADD
           PERFORM ADVANCE-ONE-MONTH
               UNTIL MONTHS-TO-ADD = 0
           PERFORM FIND-DAYS-IN-MONTH
           IF STEP-DAY > DAYS-IN-MONTH
               MOVE DAYS-IN-MONTH TO STEP-DAY
           END-IF
           MOVE STEP-DATE-NUMERIC TO FOUND-WARRANTY-END
           IF WARRANTY-CHECK-DATE NOT > FOUND-WARRANTY-END
               MOVE "Y" TO FOUND-IN-WARRANTY
           END-IF
       END-IF.
       GOBACK.

       ADVANCE-ONE-MONTH.
       IF STEP-MONTH < 12
           ADD 1 TO STEP-MONTH
       ELSE
           MOVE 1 TO STEP-MONTH
           ADD 1 TO STEP-YEAR
       END-IF.
       SUBTRACT 1 FROM MONTHS-TO-ADD.

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

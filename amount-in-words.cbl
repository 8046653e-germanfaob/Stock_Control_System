       IDENTIFICATION DIVISION.
       PROGRAM-ID. amount-in-words.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WORK-AMOUNT PIC 9(9)V99.
       01  WORK-AMOUNT-GROUPS REDEFINES WORK-AMOUNT.
           05  GROUP-MILLIONS  PIC 9(3).
           05  GROUP-THOUSANDS PIC 9(3).
           05  GROUP-UNITS     PIC 9(3).
           05  GROUP-CENTS     PIC 9(2).
       01  ONES-WORDS.
           05  FILLER PIC X(9) VALUE "ONE".
           05  FILLER PIC X(9) VALUE "TWO".
           05  FILLER PIC X(9) VALUE "THREE".
           05  FILLER PIC X(9) VALUE "FOUR".
           05  FILLER PIC X(9) VALUE "FIVE".
           05  FILLER PIC X(9) VALUE "SIX".
           05  FILLER PIC X(9) VALUE "SEVEN".
           05  FILLER PIC X(9) VALUE "EIGHT".
           05  FILLER PIC X(9) VALUE "NINE".
           05  FILLER PIC X(9) VALUE "TEN".
           05  FILLER PIC X(9) VALUE "ELEVEN".
           05  FILLER PIC X(9) VALUE "TWELVE".
           05  FILLER PIC X(9) VALUE "THIRTEEN".
           05  FILLER PIC X(9) VALUE "FOURTEEN".
           05  FILLER PIC X(9) VALUE "FIFTEEN".
           05  FILLER PIC X(9) VALUE "SIXTEEN".
           05  FILLER PIC X(9) VALUE "SEVENTEEN".
           05  FILLER PIC X(9) VALUE "EIGHTEEN".
           05  FILLER PIC X(9) VALUE "NINETEEN".
       01  ONES-TABLE REDEFINES ONES-WORDS.
           05  ONES-WORD PIC X(9) OCCURS 19 TIMES.
       01  TENS-WORDS.
           05  FILLER PIC X(7) VALUE "TEN".
           05  FILLER PIC X(7) VALUE "TWENTY".
           05  FILLER PIC X(7) VALUE "THIRTY".
           05  FILLER PIC X(7) VALUE "FORTY".
           05  FILLER PIC X(7) VALUE "FIFTY".
           05  FILLER PIC X(7) VALUE "SIXTY".
           05  FILLER PIC X(7) VALUE "SEVENTY".
           05  FILLER PIC X(7) VALUE "EIGHTY".
           05  FILLER PIC X(7) VALUE "NINETY".
       01  TENS-TABLE REDEFINES TENS-WORDS.
           05  TENS-WORD PIC X(7) OCCURS 9 TIMES.
       77  GROUP-VALUE PIC 9(3).
       77  HUNDREDS-DIGIT PIC 9.
       77  TENS-PART PIC 9(2).
       77  TENS-DIGIT PIC 9.
       77  ONES-DIGIT PIC 9.
       77  NEXT-WORD PIC X(20).
       77  WORD-POINTER PIC 9(3).

       LINKAGE SECTION.
      * The check printer's amount line: an amount comes in and goes
      * back spelled out the way a bank expects it on the face of a
      * check, whole units in words and the cents as a fraction,
      * e.g. ONE THOUSAND TWO HUNDRED FORTY-FIVE AND 07/100.
       01  WANTED-AMOUNT PIC 9(9)V99.
       01  FOUND-WORDS PIC X(132).

       PROCEDURE DIVISION USING WANTED-AMOUNT FOUND-WORDS.
       PROGRAM-BEGIN.
       MOVE SPACE TO FOUND-WORDS.
       MOVE 1 TO WORD-POINTER.
       MOVE WANTED-AMOUNT TO WORK-AMOUNT.
       IF GROUP-MILLIONS > 0
           MOVE GROUP-MILLIONS TO GROUP-VALUE
           PERFORM SAY-GROUP
           MOVE "MILLION" TO NEXT-WORD
           PERFORM ADD-WORD
       END-IF.
       IF GROUP-THOUSANDS > 0
           MOVE GROUP-THOUSANDS TO GROUP-VALUE
           PERFORM SAY-GROUP
           MOVE "THOUSAND" TO NEXT-WORD
           PERFORM ADD-WORD
       END-IF.
       IF GROUP-UNITS > 0
           MOVE GROUP-UNITS TO GROUP-VALUE
           PERFORM SAY-GROUP
       END-IF.
       IF GROUP-MILLIONS = 0 AND GROUP-THOUSANDS = 0
           AND GROUP-UNITS = 0
           MOVE "ZERO" TO NEXT-WORD
           PERFORM ADD-WORD
       END-IF.
       MOVE "AND" TO NEXT-WORD.
       PERFORM ADD-WORD.
       MOVE SPACE TO NEXT-WORD.
       STRING GROUP-CENTS DELIMITED BY SIZE
           "/100" DELIMITED BY SIZE
           INTO NEXT-WORD.
       PERFORM ADD-WORD.
       GOBACK.

      *One group of three digits: hundreds, then the teens straight
      *from the table or a tens word joined to its units by a dash.
       SAY-GROUP.
       DIVIDE GROUP-VALUE BY 100 GIVING HUNDREDS-DIGIT
           REMAINDER TENS-PART.
       IF HUNDREDS-DIGIT > 0
           MOVE ONES-WORD(HUNDREDS-DIGIT) TO NEXT-WORD
           PERFORM ADD-WORD
           MOVE "HUNDRED" TO NEXT-WORD
           PERFORM ADD-WORD
       END-IF.
       IF TENS-PART > 0
           IF TENS-PART < 20
               MOVE ONES-WORD(TENS-PART) TO NEXT-WORD
           ELSE
               DIVIDE TENS-PART BY 10 GIVING TENS-DIGIT
                   REMAINDER ONES-DIGIT
               MOVE SPACE TO NEXT-WORD
               IF ONES-DIGIT = 0
                   MOVE TENS-WORD(TENS-DIGIT) TO NEXT-WORD
               ELSE
                   STRING TENS-WORD(TENS-DIGIT) DELIMITED BY SPACE
                       "-" DELIMITED BY SIZE
                       ONES-WORD(ONES-DIGIT) DELIMITED BY SPACE
                       INTO NEXT-WORD
               END-IF
           END-IF
           PERFORM ADD-WORD
       END-IF.

       ADD-WORD.
       IF WORD-POINTER > 1
           STRING " " DELIMITED BY SIZE
               INTO FOUND-WORDS WITH POINTER WORD-POINTER
       END-IF.
       STRING NEXT-WORD DELIMITED BY SPACE
           INTO FOUND-WORDS WITH POINTER WORD-POINTER.

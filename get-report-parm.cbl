       IDENTIFICATION DIVISION.
       PROGRAM-ID. get-report-parm.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical file in dynamic mode.
       FILE-CONTROL.
       COPY "calendar-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with business calendar fields.
       COPY "calendar-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * The report request being run, if any, shared with the
      * program that loaded it.
       COPY "report-request.cbl".
       77  PARM-IDX PIC 9(2).
       77  CHAR-IDX PIC 9(2).
       77  DECIMAL-PLACES PIC 9.
       77  SEEN-POINT PIC X.
       01  PARSE-CHAR PIC X.
       01  PARSE-DIGIT REDEFINES PARSE-CHAR PIC 9.
       77  PARSE-INTEGER PIC 9(9).
       77  PARSE-FRACTION PIC 9(2).
       77  CAL-SCAN-EOF PIC 9.
       77  RESOLVED-DATE PIC 9(8).
       77  RESOLVED-FLAG PIC X.
      * What the calendar says about the nights before the run date:
      * the last two period ends, the last two week ends and the
      * last working day.
       77  PERIOD-END-1 PIC 9(8).
       77  PERIOD-END-2 PIC 9(8).
       77  WEEK-END-1 PIC 9(8).
       77  WEEK-END-2 PIC 9(8).
       77  LAST-WORKDAY PIC 9(8).
       77  DAYS-TO-STEP PIC 9(2).
       01  STEP-DATE-FIELDS.
           05  STEP-YEAR  PIC 9(4).
           05  STEP-MONTH PIC 9(2).
           05  STEP-DAY   PIC 9(2).
       01  STEP-DATE REDEFINES STEP-DATE-FIELDS PIC 9(8).
       77  MONTH-LENGTH PIC 9(2).
       77  LEAP-QUOTIENT PIC 9(4).
       77  LEAP-REMAINDER-4 PIC 9(4).
       77  LEAP-REMAINDER-100 PIC 9(4).
       77  LEAP-REMAINDER-400 PIC 9(4).
       01  MONTH-LENGTH-VALUES.
           05  FILLER PIC X(24) VALUE "312831303130313130313031".
       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
           05  MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "GET-REPORT-PARM".
       77  LOG-MESSAGE-FIELD PIC X(80).

       LINKAGE SECTION.
      * A report asks here for each option before it prompts for it.
      * With no report request running, or with the option missing
      * from the request, the answer is "N" and the report prompts
      * as it always has. Otherwise the option comes back as text,
      * and as a number where it has digits in it. A relative date
      * such as PREVIOUS-PERIOD or YESTERDAY is resolved from the
      * business calendar first.
       01  PARM-KEY PIC X(12).
       01  PARM-FOUND PIC X.
       01  PARM-TEXT PIC X(20).
       01  PARM-NUMBER PIC 9(9)V99.

       PROCEDURE DIVISION USING PARM-KEY PARM-FOUND PARM-TEXT
           PARM-NUMBER.
       PROGRAM-BEGIN.
       MOVE "N" TO PARM-FOUND.
       MOVE SPACE TO PARM-TEXT.
       MOVE 0 TO PARM-NUMBER.
       IF REQUEST-IS-ACTIVE
           PERFORM FIND-REQUEST-PARM
       END-IF.
       GOBACK.

       FIND-REQUEST-PARM.
       MOVE 1 TO PARM-IDX.
       PERFORM CHECK-NEXT-PARM
           UNTIL PARM-FOUND = "Y" OR PARM-IDX > REQUEST-PARM-COUNT.
       IF PARM-FOUND = "Y"
           PERFORM RESOLVE-RELATIVE-DATE
           PERFORM PARSE-PARM-NUMBER
       ELSE
           MOVE SPACE TO LOG-MESSAGE-FIELD
           STRING "Report request " DELIMITED BY SIZE
               REQUEST-NAME DELIMITED BY SPACE
               " has no " DELIMITED BY SIZE
               PARM-KEY DELIMITED BY SPACE
               " - prompting for it." DELIMITED BY SIZE
               INTO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
       END-IF.

       CHECK-NEXT-PARM.
       IF REQUEST-PARM-KEY (PARM-IDX) = PARM-KEY
           MOVE "Y" TO PARM-FOUND
           MOVE REQUEST-PARM-VALUE (PARM-IDX) TO PARM-TEXT
       ELSE
           ADD 1 TO PARM-IDX.

      *Digits before the point build the whole part and up to two
      *after it the pence; anything else (a dash, a comma) is
      *ignored, so 2026-09 and 202609 read the same.
       PARSE-PARM-NUMBER.
       MOVE 0 TO PARSE-INTEGER.
       MOVE 0 TO PARSE-FRACTION.
       MOVE 0 TO DECIMAL-PLACES.
       MOVE "N" TO SEEN-POINT.
       MOVE 1 TO CHAR-IDX.
       PERFORM PARSE-NEXT-CHAR UNTIL CHAR-IDX > 20.
       IF DECIMAL-PLACES = 1
           MULTIPLY 10 BY PARSE-FRACTION
       END-IF.
       COMPUTE PARM-NUMBER = PARSE-INTEGER + (PARSE-FRACTION / 100).

       PARSE-NEXT-CHAR.
       MOVE PARM-TEXT (CHAR-IDX:1) TO PARSE-CHAR.
       IF PARSE-CHAR = "."
           MOVE "Y" TO SEEN-POINT
       ELSE IF PARSE-CHAR IS NUMERIC
           IF SEEN-POINT = "N"
               COMPUTE PARSE-INTEGER = (PARSE-INTEGER * 10)
                   + PARSE-DIGIT
           ELSE IF DECIMAL-PLACES < 2
               COMPUTE PARSE-FRACTION = (PARSE-FRACTION * 10)
                   + PARSE-DIGIT
               ADD 1 TO DECIMAL-PLACES
           END-IF
       END-IF.
       ADD 1 TO CHAR-IDX.

      *Relative dates are worked from the run date of the request.
      *Periods are the stretches between the calendar's period-end
      *nights and are named by the month they end in; weeks likewise
      *end on the calendar's week-end nights. Where the calendar has
      *not been set up that far, calendar months and a seven-day week
      *stand in.
       RESOLVE-RELATIVE-DATE.
       MOVE "N" TO RESOLVED-FLAG.
       IF PARM-TEXT = "TODAY" OR PARM-TEXT = "YESTERDAY"
           OR PARM-TEXT = "THIS-PERIOD"
           OR PARM-TEXT = "THIS-PERIOD-START"
           OR PARM-TEXT = "PREVIOUS-PERIOD"
           OR PARM-TEXT = "PREVIOUS-PERIOD-START"
           OR PARM-TEXT = "PREVIOUS-PERIOD-END"
           OR PARM-TEXT = "LAST-WEEK-START"
           OR PARM-TEXT = "LAST-WEEK-END"
           PERFORM SCAN-CALENDAR-BACK
           PERFORM PICK-RELATIVE-DATE
           MOVE "Y" TO RESOLVED-FLAG
       END-IF.
       IF RESOLVED-FLAG = "Y"
           MOVE SPACE TO PARM-TEXT
           IF RESOLVED-DATE < 1000000
               MOVE RESOLVED-DATE (3:6) TO PARM-TEXT
           ELSE
               MOVE RESOLVED-DATE TO PARM-TEXT
           END-IF
       END-IF.

       SCAN-CALENDAR-BACK.
       MOVE 0 TO PERIOD-END-1.
       MOVE 0 TO PERIOD-END-2.
       MOVE 0 TO WEEK-END-1.
       MOVE 0 TO WEEK-END-2.
       MOVE 0 TO LAST-WORKDAY.
       OPEN I-O BUSINESS-CALENDAR-FILE.
       COMPUTE CAL-DATE = REQUEST-RUN-DATE - 20000.
       MOVE 0 TO CAL-SCAN-EOF.
       START BUSINESS-CALENDAR-FILE KEY IS >= CAL-DATE
           INVALID KEY MOVE 1 TO CAL-SCAN-EOF.
       PERFORM SCAN-NEXT-CAL-DAY UNTIL CAL-SCAN-EOF = 1.
       CLOSE BUSINESS-CALENDAR-FILE.

       SCAN-NEXT-CAL-DAY.
       READ BUSINESS-CALENDAR-FILE NEXT RECORD
           AT END MOVE 1 TO CAL-SCAN-EOF
       END-READ.
       IF CAL-SCAN-EOF = 0
           IF CAL-DATE >= REQUEST-RUN-DATE
               MOVE 1 TO CAL-SCAN-EOF
           ELSE
               PERFORM NOTE-CAL-DAY
           END-IF
       END-IF.

       NOTE-CAL-DAY.
       IF CAL-IS-PERIOD-END
           MOVE PERIOD-END-1 TO PERIOD-END-2
           MOVE CAL-DATE TO PERIOD-END-1
       END-IF.
       IF CAL-IS-WEEK-END
           MOVE WEEK-END-1 TO WEEK-END-2
           MOVE CAL-DATE TO WEEK-END-1
       END-IF.
       IF CAL-IS-WORKING-DAY
           MOVE CAL-DATE TO LAST-WORKDAY
       END-IF.

       PICK-RELATIVE-DATE.
       IF PARM-TEXT = "TODAY"
           MOVE REQUEST-RUN-DATE TO RESOLVED-DATE
       ELSE IF PARM-TEXT = "YESTERDAY"
           PERFORM FIND-YESTERDAY
       ELSE IF PARM-TEXT = "PREVIOUS-PERIOD-END"
           PERFORM FIND-PREVIOUS-PERIOD-END
       ELSE IF PARM-TEXT = "PREVIOUS-PERIOD-START"
           PERFORM FIND-PREVIOUS-PERIOD-START
       ELSE IF PARM-TEXT = "PREVIOUS-PERIOD"
           PERFORM FIND-PREVIOUS-PERIOD-END
           COMPUTE RESOLVED-DATE = RESOLVED-DATE / 100
       ELSE IF PARM-TEXT = "THIS-PERIOD-START"
           PERFORM FIND-THIS-PERIOD-START
       ELSE IF PARM-TEXT = "THIS-PERIOD"
           PERFORM FIND-PREVIOUS-PERIOD-END
           MOVE RESOLVED-DATE TO STEP-DATE
           MOVE 1 TO STEP-DAY
           PERFORM ADD-ONE-MONTH
           COMPUTE RESOLVED-DATE = STEP-DATE / 100
       ELSE IF PARM-TEXT = "LAST-WEEK-END"
           PERFORM FIND-LAST-WEEK-END
       ELSE
           PERFORM FIND-LAST-WEEK-START
       END-IF.

      *Yesterday is the last working day before the run date; a
      *calendar with no entry for it falls back to the day before.
       FIND-YESTERDAY.
       IF LAST-WORKDAY NOT = 0
           MOVE LAST-WORKDAY TO RESOLVED-DATE
       ELSE
           MOVE REQUEST-RUN-DATE TO STEP-DATE
           PERFORM STEP-BACK-ONE-DAY
           MOVE STEP-DATE TO RESOLVED-DATE
       END-IF.

       FIND-PREVIOUS-PERIOD-END.
       IF PERIOD-END-1 NOT = 0
           MOVE PERIOD-END-1 TO RESOLVED-DATE
       ELSE
           MOVE REQUEST-RUN-DATE TO STEP-DATE
           MOVE 1 TO STEP-DAY
           PERFORM STEP-BACK-ONE-DAY
           MOVE STEP-DATE TO RESOLVED-DATE
       END-IF.

       FIND-PREVIOUS-PERIOD-START.
       IF PERIOD-END-2 NOT = 0
           MOVE PERIOD-END-2 TO STEP-DATE
           PERFORM STEP-FORWARD-ONE-DAY
           MOVE STEP-DATE TO RESOLVED-DATE
       ELSE
           PERFORM FIND-PREVIOUS-PERIOD-END
           MOVE RESOLVED-DATE TO STEP-DATE
           MOVE 1 TO STEP-DAY
           MOVE STEP-DATE TO RESOLVED-DATE
       END-IF.

       FIND-THIS-PERIOD-START.
       IF PERIOD-END-1 NOT = 0
           MOVE PERIOD-END-1 TO STEP-DATE
           PERFORM STEP-FORWARD-ONE-DAY
           MOVE STEP-DATE TO RESOLVED-DATE
       ELSE
           MOVE REQUEST-RUN-DATE TO STEP-DATE
           MOVE 1 TO STEP-DAY
           MOVE STEP-DATE TO RESOLVED-DATE
       END-IF.

       FIND-LAST-WEEK-END.
       IF WEEK-END-1 NOT = 0
           MOVE WEEK-END-1 TO RESOLVED-DATE
       ELSE
           MOVE REQUEST-RUN-DATE TO STEP-DATE
           PERFORM STEP-BACK-ONE-DAY
           MOVE STEP-DATE TO RESOLVED-DATE
       END-IF.

       FIND-LAST-WEEK-START.
       IF WEEK-END-2 NOT = 0
           MOVE WEEK-END-2 TO STEP-DATE
           PERFORM STEP-FORWARD-ONE-DAY
           MOVE STEP-DATE TO RESOLVED-DATE
       ELSE
           PERFORM FIND-LAST-WEEK-END
           MOVE RESOLVED-DATE TO STEP-DATE
           MOVE 6 TO DAYS-TO-STEP
           PERFORM STEP-BACK-ONE-DAY DAYS-TO-STEP TIMES
           MOVE STEP-DATE TO RESOLVED-DATE
       END-IF.

       STEP-BACK-ONE-DAY.
       IF STEP-DAY > 1
           SUBTRACT 1 FROM STEP-DAY
       ELSE
           IF STEP-MONTH > 1
               SUBTRACT 1 FROM STEP-MONTH
           ELSE
               MOVE 12 TO STEP-MONTH
               SUBTRACT 1 FROM STEP-YEAR
           END-IF
           PERFORM FIND-MONTH-LENGTH
           MOVE MONTH-LENGTH TO STEP-DAY
       END-IF.

       STEP-FORWARD-ONE-DAY.
       PERFORM FIND-MONTH-LENGTH.
       IF STEP-DAY < MONTH-LENGTH
           ADD 1 TO STEP-DAY
       ELSE
           MOVE 1 TO STEP-DAY
           PERFORM ADD-ONE-MONTH
       END-IF.

       ADD-ONE-MONTH.
       IF STEP-MONTH < 12
           ADD 1 TO STEP-MONTH
       ELSE
           MOVE 1 TO STEP-MONTH
           ADD 1 TO STEP-YEAR
       END-IF.

       FIND-MONTH-LENGTH.
       MOVE MONTH-DAYS (STEP-MONTH) TO MONTH-LENGTH.
       IF STEP-MONTH = 2
           DIVIDE STEP-YEAR BY 4 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER-4
           DIVIDE STEP-YEAR BY 100 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER-100
           DIVIDE STEP-YEAR BY 400 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER-400
           IF LEAP-REMAINDER-4 = 0
               AND (LEAP-REMAINDER-100 NOT = 0
                   OR LEAP-REMAINDER-400 = 0)
               MOVE 29 TO MONTH-LENGTH
           END-IF
       END-IF.

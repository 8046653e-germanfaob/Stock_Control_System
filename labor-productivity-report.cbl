       IDENTIFICATION DIVISION.
       PROGRAM-ID. labor-productivity-report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "order-lines-physical-file.cbl".
       COPY "carton-physical-file.cbl".
       COPY "repl-task-physical-file.cbl".
       COPY "shift-log-physical-file.cbl".
       COPY "operator-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with order line fields.
       COPY "order-lines-logic-file.cbl".
      * Logic file with carton fields.
       COPY "carton-logic-file.cbl".
      * Logic file with replenishment task fields.
       COPY "repl-task-logic-file.cbl".
      * Logic file with shift hours fields.
       COPY "shift-log-logic-file.cbl".
      * Logic file with operator fields.
       COPY "operator-logic-file.cbl".

       WORKING-STORAGE SECTION.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  PERIOD-TYPE PIC X.
       77  FROM-DATE PIC 9(8).
       77  TO-DATE PIC 9(8).
       77  WORK-OPERATOR-ID PIC X(10).
       77  DAYS-TO-ADD PIC 9(3).
       77  DAYS-IN-MONTH PIC 9(2).
       77  YEAR-QUOTIENT PIC 9(4).
       77  YEAR-REMAINDER PIC 9(2).
       01  STEP-DATE-FIELDS.
           05  STEP-YEAR  PIC 9(4).
           05  STEP-MONTH PIC 9(2).
           05  STEP-DAY   PIC 9(2).
       01  STEP-DATE-NUMERIC REDEFINES STEP-DATE-FIELDS
           PIC 9(8).
      * Work done and hours logged by each operator in the period.
       01  OPR-COUNT PIC 9(3).
       01  OPR-TABLE.
           05  OPR-ENTRY OCCURS 100 TIMES.
               10  OPR-ID        PIC X(10).
               10  OPR-SHIFTS    PIC X(3).
               10  OPR-LINES     PIC 9(5).
               10  OPR-UNITS     PIC 9(7).
               10  OPR-CARTONS   PIC 9(5).
               10  OPR-TASKS     PIC 9(5).
               10  OPR-HOURS     PIC 9(4)V99.
       01  OPR-IDX PIC 9(3).
       01  OPR-FOUND PIC X.
      * Hours logged on each shift, early, late and night.
       01  SHIFT-NAMES-DATA.
           05  FILLER PIC X(6) VALUE "Early ".
           05  FILLER PIC X(6) VALUE "Late  ".
           05  FILLER PIC X(6) VALUE "Night ".
       01  SHIFT-NAMES REDEFINES SHIFT-NAMES-DATA.
           05  SHIFT-NAME PIC X(6) OCCURS 3 TIMES.
       01  SHF-TABLE.
           05  SHF-ENTRY OCCURS 3 TIMES.
               10  SHF-ENTRIES   PIC 9(5).
               10  SHF-HOURS     PIC 9(6)V99.
       01  SHF-IDX PIC 9.
       77  TEAM-LINES PIC 9(7).
       77  TEAM-UNITS PIC 9(9).
       77  TEAM-CARTONS PIC 9(7).
       77  TEAM-TASKS PIC 9(7).
       77  TEAM-HOURS PIC 9(6)V99.
       77  TEAM-RATE PIC 9(5)V9.
       77  OPR-RATE PIC 9(5)V9.
       77  RATE-INDEX PIC 9(4).
       77  AVG-LINES PIC 9(5)V9.
       77  AVG-UNITS PIC 9(7)V9.
       77  AVG-CARTONS PIC 9(5)V9.
       77  AVG-TASKS PIC 9(5)V9.
       77  SHOW-NAME PIC X(24).
       77  LINES-EDIT PIC Z(4)9.
       77  UNITS-EDIT PIC Z(6)9.
       77  CARTONS-EDIT PIC Z(4)9.
       77  TASKS-EDIT PIC Z(4)9.
       77  HOURS-EDIT PIC Z(3)9.99.
       77  RATE-EDIT PIC Z(4)9.9.
       77  INDEX-EDIT PIC Z(3)9.
       77  AVG-LINES-EDIT PIC Z(4)9.9.
       77  AVG-UNITS-EDIT PIC Z(6)9.9.
       77  AVG-CARTONS-EDIT PIC Z(4)9.9.
       77  AVG-TASKS-EDIT PIC Z(4)9.9.
       77  SHIFT-HOURS-EDIT PIC Z(5)9.99.
       77  SHIFT-ENTRIES-EDIT PIC Z(4)9.
       01  REPORT-LINE-BUFFER PIC X(132).
       77  SPOOL-ACTION PIC X.
       77  SPOOL-REPORT-NAME PIC X(12) VALUE "LABORPROD".
      * Options a saved report request can answer in place of the
      * prompts.
       COPY "report-parm.cbl".

       PROCEDURE DIVISION.

      *Warehouse work per operator for one day or one week: order
      *lines and units picked, cartons packed and replenishment
      *tasks completed, against the hours each operator logged on
      *the shift-hours screen. Units per hour is set beside the
      *team's rate, so staffing can be planned on what each
      *operator really turns out.
       PROGRAM-BEGIN.
       MOVE SPACE TO PERIOD-TYPE.
       PERFORM ASK-PERIOD-TYPE
           UNTIL PERIOD-TYPE = "D" OR PERIOD-TYPE = "W".
       PERFORM ASK-FROM-DATE.
       IF PERIOD-TYPE = "D"
           MOVE FROM-DATE TO TO-DATE
       ELSE
           MOVE FROM-DATE TO STEP-DATE-NUMERIC
           MOVE 6 TO DAYS-TO-ADD
           PERFORM ADVANCE-ONE-DAY UNTIL DAYS-TO-ADD = 0
           MOVE STEP-DATE-NUMERIC TO TO-DATE
       END-IF.
       MOVE 0 TO OPR-COUNT.
       MOVE 0 TO SHF-ENTRIES (1) SHF-ENTRIES (2) SHF-ENTRIES (3).
       MOVE 0 TO SHF-HOURS (1) SHF-HOURS (2) SHF-HOURS (3).
       OPEN I-O ORDER-LINES-FILE.
       OPEN I-O CARTONS-FILE.
       OPEN I-O REPL-TASKS-FILE.
       OPEN I-O SHIFT-LOG-FILE.
       OPEN I-O OPERATORS-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM READ-NEXT-ORDER-LINE UNTIL END-OF-FILE = 1.
       MOVE 0 TO END-OF-FILE.
       PERFORM READ-NEXT-CARTON UNTIL END-OF-FILE = 1.
       MOVE 0 TO END-OF-FILE.
       PERFORM READ-NEXT-TASK UNTIL END-OF-FILE = 1.
       MOVE 0 TO END-OF-FILE.
       PERFORM READ-NEXT-SHIFT UNTIL END-OF-FILE = 1.
       MOVE "O" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       IF PERIOD-TYPE = "D"
           STRING "====== LABOR PRODUCTIVITY - DAY " DELIMITED BY SIZE
               FROM-DATE DELIMITED BY SIZE
               " ======" DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
       ELSE
           STRING "====== LABOR PRODUCTIVITY - WEEK " DELIMITED BY SIZE
               FROM-DATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               TO-DATE DELIMITED BY SIZE
               " ======" DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
       END-IF.
       PERFORM SHOW-REPORT-LINE.
       IF OPR-COUNT = 0
           MOVE "  No picking, packing, replenishment or shift hours."
               TO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
       ELSE
           PERFORM FIND-TEAM-FIGURES
           MOVE SPACE TO REPORT-LINE-BUFFER
           STRING "Operator   Name                     Shf "
               DELIMITED BY SIZE
               "Lines   Units Cartons Tasks   Hours Units/hr % team"
               DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
           MOVE 1 TO OPR-IDX
           PERFORM PRINT-NEXT-OPR-ROW UNTIL OPR-IDX > OPR-COUNT
           PERFORM PRINT-TEAM-LINES
           PERFORM PRINT-SHIFT-HOURS
       END-IF.
       MOVE "C" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       CLOSE ORDER-LINES-FILE.
       CLOSE CARTONS-FILE.
       CLOSE REPL-TASKS-FILE.
       CLOSE SHIFT-LOG-FILE.
       CLOSE OPERATORS-FILE.
       GOBACK.

      *A saved request that names neither D nor W is asked about
      *like anyone else, rather than looping on the bad answer.
       ASK-PERIOD-TYPE.
       MOVE "PERIOD-TYPE" TO REPORT-PARM-KEY.
       PERFORM GET-REPORT-PARM.
       IF REPORT-PARM-FOUND = "Y"
           AND (REPORT-PARM-TEXT = "D" OR REPORT-PARM-TEXT = "W")
           MOVE REPORT-PARM-TEXT TO PERIOD-TYPE
       ELSE
           DISPLAY "Report a day or a week (D/W)? "
           ACCEPT PERIOD-TYPE
       END-IF.
       IF PERIOD-TYPE = "d"
           MOVE "D" TO PERIOD-TYPE
       ELSE IF PERIOD-TYPE = "w"
           MOVE "W" TO PERIOD-TYPE
       END-IF.

       READ-NEXT-ORDER-LINE.
       READ ORDER-LINES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF LINE-PICKED-BY NOT = SPACE
               AND LINE-PICKED-DATE NOT < FROM-DATE
               AND LINE-PICKED-DATE NOT > TO-DATE
               MOVE LINE-PICKED-BY TO WORK-OPERATOR-ID
               PERFORM ADD-TO-OPR-ROW
               IF OPR-FOUND = "Y"
                   ADD 1 TO OPR-LINES (OPR-IDX)
                   ADD LINE-PICKED-QTY TO OPR-UNITS (OPR-IDX)
               END-IF
           END-IF
       END-IF.

       READ-NEXT-CARTON.
       READ CARTONS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF CARTON-PACKED-BY NOT = SPACE
               AND CARTON-PACKED-DATE NOT < FROM-DATE
               AND CARTON-PACKED-DATE NOT > TO-DATE
               MOVE CARTON-PACKED-BY TO WORK-OPERATOR-ID
               PERFORM ADD-TO-OPR-ROW
               IF OPR-FOUND = "Y"
                   ADD 1 TO OPR-CARTONS (OPR-IDX)
               END-IF
           END-IF
       END-IF.

       READ-NEXT-TASK.
       READ REPL-TASKS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF TASK-IS-DONE
               AND TASK-DONE-BY NOT = SPACE
               AND TASK-DONE-DATE NOT < FROM-DATE
               AND TASK-DONE-DATE NOT > TO-DATE
               MOVE TASK-DONE-BY TO WORK-OPERATOR-ID
               PERFORM ADD-TO-OPR-ROW
               IF OPR-FOUND = "Y"
                   ADD 1 TO OPR-TASKS (OPR-IDX)
               END-IF
           END-IF
       END-IF.

       READ-NEXT-SHIFT.
       READ SHIFT-LOG-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF SHIFT-DATE NOT < FROM-DATE
               AND SHIFT-DATE NOT > TO-DATE
               MOVE SHIFT-OPERATOR-ID TO WORK-OPERATOR-ID
               PERFORM ADD-TO-OPR-ROW
               IF OPR-FOUND = "Y"
                   ADD SHIFT-HOURS TO OPR-HOURS (OPR-IDX)
                   PERFORM NOTE-OPERATOR-SHIFT
               END-IF
           END-IF
       END-IF.

      *The shift column shows which shifts the operator worked in
      *the period: E, L and N in their own places.
       NOTE-OPERATOR-SHIFT.
       IF SHIFT-CODE = "E"
           MOVE 1 TO SHF-IDX
       ELSE IF SHIFT-CODE = "L"
           MOVE 2 TO SHF-IDX
       ELSE
           MOVE 3 TO SHF-IDX
       END-IF.
       MOVE SHIFT-CODE TO OPR-SHIFTS (OPR-IDX) (SHF-IDX:1).
       ADD 1 TO SHF-ENTRIES (SHF-IDX).
       ADD SHIFT-HOURS TO SHF-HOURS (SHF-IDX).

       ADD-TO-OPR-ROW.
       MOVE "N" TO OPR-FOUND.
       MOVE 1 TO OPR-IDX.
       PERFORM FIND-OPR-ROW
           UNTIL OPR-FOUND = "Y" OR OPR-IDX > OPR-COUNT.
       IF OPR-FOUND = "N" AND OPR-COUNT < 100
           ADD 1 TO OPR-COUNT
           MOVE OPR-COUNT TO OPR-IDX
           MOVE WORK-OPERATOR-ID TO OPR-ID (OPR-IDX)
           MOVE "---" TO OPR-SHIFTS (OPR-IDX)
           MOVE 0 TO OPR-LINES (OPR-IDX)
           MOVE 0 TO OPR-UNITS (OPR-IDX)
           MOVE 0 TO OPR-CARTONS (OPR-IDX)
           MOVE 0 TO OPR-TASKS (OPR-IDX)
           MOVE 0 TO OPR-HOURS (OPR-IDX)
           MOVE "Y" TO OPR-FOUND
       END-IF.

       FIND-OPR-ROW.
       IF OPR-ID (OPR-IDX) = WORK-OPERATOR-ID
           MOVE "Y" TO OPR-FOUND
       ELSE
           ADD 1 TO OPR-IDX.

      *The team rate is all units picked over the hours logged by
      *those who picked them, so an operator on a short shift weighs
      *no more than one on a full shift and packing-only hours do
      *not dilute it; the other averages are per operator.
       FIND-TEAM-FIGURES.
       MOVE 0 TO TEAM-LINES.
       MOVE 0 TO TEAM-UNITS.
       MOVE 0 TO TEAM-CARTONS.
       MOVE 0 TO TEAM-TASKS.
       MOVE 0 TO TEAM-HOURS.
       MOVE 1 TO OPR-IDX.
       PERFORM ADD-TO-TEAM-FIGURES UNTIL OPR-IDX > OPR-COUNT.
       MOVE 0 TO TEAM-RATE.
       IF TEAM-HOURS > 0
           COMPUTE TEAM-RATE ROUNDED = TEAM-UNITS / TEAM-HOURS
       END-IF.
       COMPUTE AVG-LINES ROUNDED = TEAM-LINES / OPR-COUNT.
       COMPUTE AVG-UNITS ROUNDED = TEAM-UNITS / OPR-COUNT.
       COMPUTE AVG-CARTONS ROUNDED = TEAM-CARTONS / OPR-COUNT.
       COMPUTE AVG-TASKS ROUNDED = TEAM-TASKS / OPR-COUNT.

       ADD-TO-TEAM-FIGURES.
       ADD OPR-LINES (OPR-IDX) TO TEAM-LINES.
       ADD OPR-UNITS (OPR-IDX) TO TEAM-UNITS.
       ADD OPR-CARTONS (OPR-IDX) TO TEAM-CARTONS.
       ADD OPR-TASKS (OPR-IDX) TO TEAM-TASKS.
       IF OPR-UNITS (OPR-IDX) > 0
           ADD OPR-HOURS (OPR-IDX) TO TEAM-HOURS
       END-IF.
       ADD 1 TO OPR-IDX.

       PRINT-NEXT-OPR-ROW.
       MOVE OPR-ID (OPR-IDX) TO OPERATOR-ID.
       READ OPERATORS-FILE RECORD
           INVALID KEY
               MOVE "(operator not on file)" TO OPERATOR-NAME
       END-READ.
       MOVE OPERATOR-NAME TO SHOW-NAME.
       MOVE OPR-LINES (OPR-IDX) TO LINES-EDIT.
       MOVE OPR-UNITS (OPR-IDX) TO UNITS-EDIT.
       MOVE OPR-CARTONS (OPR-IDX) TO CARTONS-EDIT.
       MOVE OPR-TASKS (OPR-IDX) TO TASKS-EDIT.
       MOVE OPR-HOURS (OPR-IDX) TO HOURS-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING OPR-ID (OPR-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SHOW-NAME DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           OPR-SHIFTS (OPR-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           LINES-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           UNITS-EDIT DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           CARTONS-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           TASKS-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           HOURS-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       IF OPR-HOURS (OPR-IDX) = 0
           IF OPR-UNITS (OPR-IDX) > 0
               MOVE "no hours logged" TO REPORT-LINE-BUFFER (77:15)
           END-IF
       ELSE
           COMPUTE OPR-RATE ROUNDED =
               OPR-UNITS (OPR-IDX) / OPR-HOURS (OPR-IDX)
           MOVE OPR-RATE TO RATE-EDIT
           MOVE RATE-EDIT TO REPORT-LINE-BUFFER (77:7)
           IF TEAM-RATE > 0
               COMPUTE RATE-INDEX ROUNDED =
                   OPR-RATE * 100 / TEAM-RATE
               MOVE RATE-INDEX TO INDEX-EDIT
               MOVE INDEX-EDIT TO REPORT-LINE-BUFFER (86:4)
               MOVE "%" TO REPORT-LINE-BUFFER (90:1)
           END-IF
       END-IF.
       PERFORM SHOW-REPORT-LINE.
       ADD 1 TO OPR-IDX.

       PRINT-TEAM-LINES.
       MOVE "--------------------------------------------"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE TEAM-LINES TO LINES-EDIT.
       MOVE TEAM-UNITS TO UNITS-EDIT.
       MOVE TEAM-CARTONS TO CARTONS-EDIT.
       MOVE TEAM-TASKS TO TASKS-EDIT.
       MOVE TEAM-RATE TO RATE-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Team total: lines " DELIMITED BY SIZE
           LINES-EDIT DELIMITED BY SIZE
           " units " DELIMITED BY SIZE
           UNITS-EDIT DELIMITED BY SIZE
           " cartons " DELIMITED BY SIZE
           CARTONS-EDIT DELIMITED BY SIZE
           " tasks " DELIMITED BY SIZE
           TASKS-EDIT DELIMITED BY SIZE
           " units/hr " DELIMITED BY SIZE
           RATE-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE AVG-LINES TO AVG-LINES-EDIT.
       MOVE AVG-UNITS TO AVG-UNITS-EDIT.
       MOVE AVG-CARTONS TO AVG-CARTONS-EDIT.
       MOVE AVG-TASKS TO AVG-TASKS-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Average per operator: lines " DELIMITED BY SIZE
           AVG-LINES-EDIT DELIMITED BY SIZE
           " units " DELIMITED BY SIZE
           AVG-UNITS-EDIT DELIMITED BY SIZE
           " cartons " DELIMITED BY SIZE
           AVG-CARTONS-EDIT DELIMITED BY SIZE
           " tasks " DELIMITED BY SIZE
           AVG-TASKS-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.

       PRINT-SHIFT-HOURS.
       MOVE "--------------------------------------------"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "Hours logged by shift:" TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE 1 TO SHF-IDX.
       PERFORM PRINT-NEXT-SHIFT-ROW UNTIL SHF-IDX > 3.
       MOVE "============================================"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.

       PRINT-NEXT-SHIFT-ROW.
       MOVE SHF-ENTRIES (SHF-IDX) TO SHIFT-ENTRIES-EDIT.
       MOVE SHF-HOURS (SHF-IDX) TO SHIFT-HOURS-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "  " DELIMITED BY SIZE
           SHIFT-NAME (SHF-IDX) DELIMITED BY SIZE
           " shifts " DELIMITED BY SIZE
           SHIFT-ENTRIES-EDIT DELIMITED BY SIZE
           " hours " DELIMITED BY SIZE
           SHIFT-HOURS-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       ADD 1 TO SHF-IDX.

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

       SHOW-REPORT-LINE.
       DISPLAY REPORT-LINE-BUFFER.
       MOVE "L" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

       ASK-FROM-DATE.
       MOVE "FROM-DATE" TO REPORT-PARM-KEY.
       PERFORM GET-REPORT-PARM.
       IF REPORT-PARM-FOUND = "Y"
           MOVE REPORT-PARM-NUMBER TO FROM-DATE
       ELSE IF PERIOD-TYPE = "D"
           DISPLAY "Enter the day to report (YYYYMMDD): "
           ACCEPT FROM-DATE
       ELSE
           DISPLAY "Enter the first day of the week (YYYYMMDD): "
           ACCEPT FROM-DATE
       END-IF.

      *A saved report request run unattended answers the options
      *above; run from the menu the operator is asked as before.
       GET-REPORT-PARM.
       CALL "get-report-parm" USING REPORT-PARM-KEY
           REPORT-PARM-FOUND REPORT-PARM-TEXT REPORT-PARM-NUMBER.

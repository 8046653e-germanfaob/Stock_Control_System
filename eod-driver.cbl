      * The step list and the restart checkpoint are small control
      * files, the same pattern check-stock.cbl uses with its
      * CHECKPOINT-FILE. The business calendar decides which steps
      * are due tonight. The checkpoint and the last-run date belong
      * to the company whose cycle it is, so each company's files are
      * named for it, as the GL extract's posting files are.
       FILE-CONTROL.
       SELECT OPTIONAL EOD-JOBS-FILE ASSIGN TO "EODJOBS.CTL"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL EOD-STATUS-FILE ASSIGN TO EOD-STATUS-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL EOD-LAST-FILE ASSIGN TO EOD-LAST-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
       COPY "calendar-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
       FD  EOD-JOBS-FILE.
       01  EOD-JOB-LINE PIC X(60).

       FD  EOD-STATUS-FILE.
       01  EOD-STATUS-RECORD.
       COPY "calendar-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so the restart point and the last run
      * are kept for the logged-in company's cycle.
       COPY "session-data.cbl".
       77  EOD-STATUS-FILE-NAME PIC X(30).
       77  EOD-LAST-FILE-NAME PIC X(30).
       77  END-OF-FILE PIC 9 VALUE 0.
       77  RUN-DATE PIC 9(8).
       77  STEP-COUNT PIC 9(2) VALUE 0.
      * Each step carries a frequency tag: D runs every night, W on
      * calendar week-end nights, M on period-end nights. The
      * control file holds "program,frequency" per line; a missing
      * tag means daily. A third field names a saved report request
      * (REPORTREQ.CTL) the step program is handed, so a line such as
      * "run-report-request,M,PPV-MONTH" runs that report unattended.
       01  STEP-TABLE.
           05  STEP-ENTRY OCCURS 20 TIMES.
               10  STEP-PROGRAM-NAME PIC X(30).
               10  STEP-FREQUENCY    PIC X(01).
               10  STEP-REQUEST-NAME PIC X(12).
       77  STEP-IDX PIC 9(2).
       77  FIRST-STEP PIC 9(2).
       77  STEPS-RUN PIC 9(2) VALUE 0.
       77  PARSE-NAME PIC X(30).
       77  PARSE-FREQ PIC X(01).
       77  PARSE-REQUEST PIC X(12).
       77  HOLIDAY-TONIGHT PIC X.
       77  WEEKLY-DUE PIC X.
       77  MONTHLY-DUE PIC X.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       PERFORM NAME-CONTROL-FILES.
       PERFORM CHECK-CALENDAR.
       IF HOLIDAY-TONIGHT = "Y"
           DISPLAY "The calendar marks " RUN-DATE " as a holiday - "
       DISPLAY "End-of-day cycle complete. Steps run: " STEPS-RUN.
       GOBACK.

      *A run with no company keeps the original file names.
       NAME-CONTROL-FILES.
       MOVE SPACE TO EOD-STATUS-FILE-NAME.
       MOVE SPACE TO EOD-LAST-FILE-NAME.
       IF SESSION-COMPANY-CODE = SPACE
           MOVE "EODSTATUS.CTL" TO EOD-STATUS-FILE-NAME
           MOVE "EODLAST.CTL" TO EOD-LAST-FILE-NAME
       ELSE
           STRING "EODSTATUS-" DELIMITED BY SIZE
               SESSION-COMPANY-CODE DELIMITED BY SIZE
               ".CTL" DELIMITED BY SIZE
               INTO EOD-STATUS-FILE-NAME
           STRING "EODLAST-" DELIMITED BY SIZE
               SESSION-COMPANY-CODE DELIMITED BY SIZE
               ".CTL" DELIMITED BY SIZE
               INTO EOD-LAST-FILE-NAME
       END-IF.

      *Tonight's holiday flag, plus whether a week end or a period
      *end falls between the last completed cycle and today - that
      *is how a missed night catches up: the weekly and month-end

       LOAD-JOB-STEPS.
       MOVE 0 TO STEP-COUNT.
       MOVE SPACE TO STEP-TABLE.
       OPEN INPUT EOD-JOBS-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM LOAD-NEXT-STEP UNTIL END-OF-FILE = 1.
               IF STEP-COUNT < 20
                   ADD 1 TO STEP-COUNT
                   MOVE SPACE TO PARSE-FREQ
                   MOVE SPACE TO PARSE-REQUEST
                   UNSTRING EOD-JOB-LINE DELIMITED BY ","
                       INTO PARSE-NAME PARSE-FREQ PARSE-REQUEST
                   MOVE PARSE-NAME TO
                       STEP-PROGRAM-NAME (STEP-COUNT)
                   MOVE PARSE-REQUEST TO
                       STEP-REQUEST-NAME (STEP-COUNT)
                   IF PARSE-FREQ = "W" OR PARSE-FREQ = "w"
                       MOVE "W" TO STEP-FREQUENCY (STEP-COUNT)
                   ELSE IF PARSE-FREQ = "M" OR PARSE-FREQ = "m"
      *on period-end nights - the history lands in SALESHIST before
      *any purge can clear the orders behind it.
       LOAD-DEFAULT-STEPS.
       MOVE SPACE TO STEP-TABLE.
       MOVE 16 TO STEP-COUNT.
       MOVE "backup-data" TO STEP-PROGRAM-NAME (1).
       MOVE "D" TO STEP-FREQUENCY (1).
       MOVE "daily-sales-summary" TO STEP-PROGRAM-NAME (2).
       MOVE "M" TO STEP-FREQUENCY (8).
       MOVE "customer-statement-run" TO STEP-PROGRAM-NAME (9).
       MOVE "M" TO STEP-FREQUENCY (9).
       MOVE "rebate-accrual-run" TO STEP-PROGRAM-NAME (10).
       MOVE "M" TO STEP-FREQUENCY (10).
       MOVE "demand-forecast-run" TO STEP-PROGRAM-NAME (11).
       MOVE "M" TO STEP-FREQUENCY (11).
       MOVE "projected-inventory-plan" TO STEP-PROGRAM-NAME (12).
       MOVE "W" TO STEP-FREQUENCY (12).
       MOVE "apply-scheduled-prices" TO STEP-PROGRAM-NAME (13).
       MOVE "D" TO STEP-FREQUENCY (13).
       MOVE "crm-customer-export" TO STEP-PROGRAM-NAME (14).
       MOVE "D" TO STEP-FREQUENCY (14).
       MOVE "channel-feed-export" TO STEP-PROGRAM-NAME (15).
       MOVE "D" TO STEP-FREQUENCY (15).
       MOVE "audit-chain-verify" TO STEP-PROGRAM-NAME (16).
       MOVE "D" TO STEP-FREQUENCY (16).

      *A rerun after a failure picks up at the step after the last
      *one that finished tonight; yesterday's checkpoint is stale
               " (month-end - not due tonight)"
       ELSE
           DISPLAY "EOD step " STEP-IDX ": "
               STEP-PROGRAM-NAME (STEP-IDX) " "
               STEP-REQUEST-NAME (STEP-IDX)
           IF STEP-REQUEST-NAME (STEP-IDX) = SPACE
               PERFORM CALL-STEP-PROGRAM
           ELSE
               PERFORM CALL-STEP-WITH-REQUEST
           END-IF
           ADD 1 TO STEPS-RUN
       END-IF.
       PERFORM SAVE-STATUS-RECORD.
       ADD 1 TO STEP-IDX.

       CALL-STEP-PROGRAM.
       CALL STEP-PROGRAM-NAME (STEP-IDX)
           ON EXCEPTION
               PERFORM LOG-STEP-NOT-LOADED
       END-CALL.

       CALL-STEP-WITH-REQUEST.
       CALL STEP-PROGRAM-NAME (STEP-IDX)
           USING STEP-REQUEST-NAME (STEP-IDX)
           ON EXCEPTION
               PERFORM LOG-STEP-NOT-LOADED
       END-CALL.

       LOG-STEP-NOT-LOADED.
       DISPLAY "Step program could not be loaded: "
           STEP-PROGRAM-NAME (STEP-IDX).
       MOVE "EOD step program could not be loaded."
           TO LOG-MESSAGE-FIELD.
       CALL "log-exception" USING
           LOG-PROGRAM-NAME-FIELD LOG-MESSAGE-FIELD.

       SAVE-STATUS-RECORD.
       OPEN OUTPUT EOD-STATUS-FILE.
       MOVE RUN-DATE TO EOD-DONE-DATE.

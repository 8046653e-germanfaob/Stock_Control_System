       IDENTIFICATION DIVISION.
       PROGRAM-ID. run-report-request.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Saved report requests are kept in a small control file, the
      * same pattern eod-driver.cbl uses for its step list.
       FILE-CONTROL.
       SELECT OPTIONAL REPORT-REQUESTS-FILE ASSIGN TO "REPORTREQ.CTL"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-REQUESTS-FILE.
       01  REPORT-REQUEST-LINE PIC X(300).

       WORKING-STORAGE SECTION.
      * The request being run, shared with get-report-parm.cbl so
      * the report finds its options there instead of prompting.
       COPY "report-request.cbl".
       77  END-OF-FILE PIC 9 VALUE 0.
       77  REQUEST-FOUND PIC X.
       77  REQUESTS-LISTED PIC 9(3).
       77  PARSE-IDX PIC 9(2).
       77  PARSE-REQUEST-NAME PIC X(12).
       77  PARSE-PROGRAM PIC X(30).
       01  PARSE-PARM-TABLE.
           05  PARSE-PARM PIC X(33) OCCURS 8 TIMES.
      * The reports that file their figures to the ledger take the
      * month and a mode; zero asks for the month (here, from the
      * request) and "R" only reports.
       77  REPORT-PERIOD PIC 9(6).
       77  REPORT-MODE PIC X.
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "RUN-REPORT-REQUEST".
       77  LOG-MESSAGE-FIELD PIC X(80).

       LINKAGE SECTION.
      * The name of the saved request to run; spaces to ask for it.
       01  REQUEST-NAME-IN PIC X(12).

       PROCEDURE DIVISION USING REQUEST-NAME-IN.

      *Each line of REPORTREQ.CTL is one saved request:
      *  NAME,program,KEY=VALUE,KEY=VALUE,...
      *with up to eight options, for example
      *  PPV-MONTH,purchase-price-variance,PERIOD=PREVIOUS-PERIOD
      *A line starting with * is a comment. The named report is run
      *with the request's options standing in for its prompts, and
      *spools its output as it does from the menu - which is how
      *the end-of-day cycle runs the report suite unattended.
       PROGRAM-BEGIN.
       MOVE "N" TO REQUEST-ACTIVE-FLAG.
       IF REQUEST-NAME-IN = SPACE
           PERFORM LIST-REQUESTS
           DISPLAY "Enter the report request to run: "
           ACCEPT REQUEST-NAME-IN
       END-IF.
       IF REQUEST-NAME-IN = SPACE
           GOBACK
       END-IF.
       PERFORM FIND-REQUEST.
       IF REQUEST-FOUND = "N"
           DISPLAY "No report request named " REQUEST-NAME-IN
               " in REPORTREQ.CTL."
           MOVE SPACE TO LOG-MESSAGE-FIELD
           STRING "Report request not found: " DELIMITED BY SIZE
               REQUEST-NAME-IN DELIMITED BY SIZE
               INTO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
       ELSE
           PERFORM RUN-REQUEST
       END-IF.
       MOVE "N" TO REQUEST-ACTIVE-FLAG.
       GOBACK.

       LIST-REQUESTS.
       MOVE 0 TO REQUESTS-LISTED.
       OPEN INPUT REPORT-REQUESTS-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM LIST-NEXT-REQUEST UNTIL END-OF-FILE = 1.
       CLOSE REPORT-REQUESTS-FILE.
       IF REQUESTS-LISTED = 0
           DISPLAY "No report requests are saved in REPORTREQ.CTL."
       END-IF.

       LIST-NEXT-REQUEST.
       READ REPORT-REQUESTS-FILE
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND REPORT-REQUEST-LINE NOT = SPACE
           AND REPORT-REQUEST-LINE (1:1) NOT = "*"
           PERFORM SPLIT-REQUEST-LINE
           DISPLAY PARSE-REQUEST-NAME " " PARSE-PROGRAM
           ADD 1 TO REQUESTS-LISTED
       END-IF.

       FIND-REQUEST.
       MOVE "N" TO REQUEST-FOUND.
       OPEN INPUT REPORT-REQUESTS-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM CHECK-NEXT-REQUEST
           UNTIL END-OF-FILE = 1 OR REQUEST-FOUND = "Y".
       CLOSE REPORT-REQUESTS-FILE.

       CHECK-NEXT-REQUEST.
       READ REPORT-REQUESTS-FILE
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND REPORT-REQUEST-LINE NOT = SPACE
           AND REPORT-REQUEST-LINE (1:1) NOT = "*"
           PERFORM SPLIT-REQUEST-LINE
           IF PARSE-REQUEST-NAME = REQUEST-NAME-IN
               MOVE "Y" TO REQUEST-FOUND
               PERFORM LOAD-REQUEST
           END-IF
       END-IF.

       SPLIT-REQUEST-LINE.
       MOVE SPACE TO PARSE-REQUEST-NAME.
       MOVE SPACE TO PARSE-PROGRAM.
       MOVE SPACE TO PARSE-PARM-TABLE.
       UNSTRING REPORT-REQUEST-LINE DELIMITED BY ","
           INTO PARSE-REQUEST-NAME PARSE-PROGRAM
               PARSE-PARM (1) PARSE-PARM (2) PARSE-PARM (3)
               PARSE-PARM (4) PARSE-PARM (5) PARSE-PARM (6)
               PARSE-PARM (7) PARSE-PARM (8).

       LOAD-REQUEST.
       MOVE SPACE TO REPORT-REQUEST.
       MOVE PARSE-REQUEST-NAME TO REQUEST-NAME.
       MOVE PARSE-PROGRAM TO REQUEST-PROGRAM.
       ACCEPT REQUEST-RUN-DATE FROM DATE YYYYMMDD.
       MOVE 0 TO REQUEST-PARM-COUNT.
       MOVE 1 TO PARSE-IDX.
       PERFORM LOAD-REQUEST-PARM UNTIL PARSE-IDX > 8.

       LOAD-REQUEST-PARM.
       IF PARSE-PARM (PARSE-IDX) NOT = SPACE
           ADD 1 TO REQUEST-PARM-COUNT
           UNSTRING PARSE-PARM (PARSE-IDX) DELIMITED BY "="
               INTO REQUEST-PARM-KEY (REQUEST-PARM-COUNT)
                   REQUEST-PARM-VALUE (REQUEST-PARM-COUNT)
       END-IF.
       ADD 1 TO PARSE-IDX.

       RUN-REQUEST.
       DISPLAY "Running report request " REQUEST-NAME ": "
           REQUEST-PROGRAM.
       MOVE "Y" TO REQUEST-ACTIVE-FLAG.
       IF REQUEST-PROGRAM = "grni-report"
           OR REQUEST-PROGRAM = "nrv-provision-report"
           OR REQUEST-PROGRAM = "fx-revaluation-report"
           MOVE 0 TO REPORT-PERIOD
           MOVE "R" TO REPORT-MODE
           CALL REQUEST-PROGRAM USING REPORT-PERIOD REPORT-MODE
               ON EXCEPTION
                   PERFORM LOG-PROGRAM-NOT-LOADED
           END-CALL
       ELSE
           CALL REQUEST-PROGRAM
               ON EXCEPTION
                   PERFORM LOG-PROGRAM-NOT-LOADED
           END-CALL
       END-IF.

       LOG-PROGRAM-NOT-LOADED.
       DISPLAY "Report program could not be loaded: "
           REQUEST-PROGRAM.
       MOVE SPACE TO LOG-MESSAGE-FIELD.
       STRING "Report request " DELIMITED BY SIZE
           REQUEST-NAME DELIMITED BY SPACE
           " program could not be loaded." DELIMITED BY SIZE
           INTO LOG-MESSAGE-FIELD.
       CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
           LOG-MESSAGE-FIELD.

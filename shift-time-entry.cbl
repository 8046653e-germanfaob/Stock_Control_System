       IDENTIFICATION DIVISION.
       PROGRAM-ID. shift-time-entry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "shift-log-physical-file.cbl".
       COPY "operator-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with shift hours fields.
       COPY "shift-log-logic-file.cbl".
      * Logic file with operator fields.
       COPY "operator-logic-file.cbl".

       WORKING-STORAGE SECTION.
       01  OPTION PIC 9.
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9.
       77  WANTED-DATE PIC 9(8).
       77  HOURS-ENTRY PIC 99.99.
       77  DAY-HOURS PIC 9(4)V99.
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "SHIFT-TIME-ENTRY".
       77  LOG-MESSAGE-FIELD PIC X(80).
      * Shared session data, so each entry shows who keyed it.
       COPY "session-data.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
       OPEN I-O SHIFT-LOG-FILE.
       OPEN I-O OPERATORS-FILE.
       PERFORM SHIFT-MENU.
       PERFORM PROCESS-OPTION UNTIL OPTION = 0.
       CLOSE SHIFT-LOG-FILE.
       CLOSE OPERATORS-FILE.
       GOBACK.

       SHIFT-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Shift Hours Menu"
       DISPLAY "1. Enter hours worked on a shift"
       DISPLAY "2. List shift hours for a day"
       DISPLAY "0. Back"
       DISPLAY "Enter your choice (0-2):"
       ACCEPT OPTION.

       PROCESS-OPTION.
       IF OPTION = 1 THEN
           PERFORM ENTER-SHIFT-HOURS
           PERFORM SHIFT-MENU
       ELSE IF OPTION = 2 THEN
           PERFORM LIST-SHIFT-HOURS
           PERFORM SHIFT-MENU
       ELSE IF OPTION = 0 THEN
           CONTINUE
       ELSE
           DISPLAY "Invalid option. Please enter a valid choice (0-2):"
           MOVE "Invalid shift hours menu option entered."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
           PERFORM SHIFT-MENU.

      *One entry per operator, day and shift: the hours the operator
      *was on the floor, which the productivity report divides the
      *work done into. Keying the same shift again corrects it.
       ENTER-SHIFT-HOURS.
       DISPLAY "Enter the operator id (blank for yourself): ".
       MOVE SPACE TO SHIFT-OPERATOR-ID.
       ACCEPT SHIFT-OPERATOR-ID.
       IF SHIFT-OPERATOR-ID = SPACE
           MOVE SESSION-OPERATOR-ID TO SHIFT-OPERATOR-ID
       END-IF.
       MOVE SHIFT-OPERATOR-ID TO OPERATOR-ID.
       MOVE "S" TO RECORD-FOUND.
       READ OPERATORS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No operator found with that id."
       ELSE
           PERFORM ASK-SHIFT-DETAILS
       END-IF.

       ASK-SHIFT-DETAILS.
       DISPLAY "Operator: " OPERATOR-NAME.
       DISPLAY "Enter the shift date (YYYYMMDD): ".
       ACCEPT SHIFT-DATE.
       MOVE SPACE TO SHIFT-CODE.
       PERFORM ASK-SHIFT-CODE UNTIL SHIFT-CODE-IS-VALID.
       MOVE "S" TO RECORD-FOUND.
       READ SHIFT-LOG-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           DISPLAY "Hours already on file for this shift: "
           SHIFT-HOURS
       END-IF.
       DISPLAY "Enter the hours worked (e.g. 07.50): ".
       ACCEPT HOURS-ENTRY.
       MOVE HOURS-ENTRY TO SHIFT-HOURS.
       MOVE SESSION-OPERATOR-ID TO SHIFT-ENTERED-BY.
       IF RECORD-FOUND = "S"
           REWRITE SHIFT-LOG-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating shift hours record."
           END-REWRITE
       ELSE
           WRITE SHIFT-LOG-REGISTRATION
               INVALID KEY
                   DISPLAY "Error writing shift hours record."
           END-WRITE
       END-IF.
       DISPLAY "Shift hours recorded.".

       ASK-SHIFT-CODE.
       DISPLAY "Enter the shift (E=Early, L=Late, N=Night): ".
       ACCEPT SHIFT-CODE.
       IF NOT SHIFT-CODE-IS-VALID
           DISPLAY "The shift must be E, L or N."
       END-IF.

       LIST-SHIFT-HOURS.
       DISPLAY "Enter the date to list (YYYYMMDD): ".
       ACCEPT WANTED-DATE.
       MOVE 0 TO DAY-HOURS.
       MOVE 0 TO END-OF-FILE.
       MOVE LOW-VALUES TO SHIFT-LOG-KEY.
       START SHIFT-LOG-FILE KEY IS >= SHIFT-LOG-KEY
           INVALID KEY MOVE 1 TO END-OF-FILE.
       PERFORM SHOW-NEXT-SHIFT UNTIL END-OF-FILE = 1.
       DISPLAY "Total hours on " WANTED-DATE ": " DAY-HOURS.

       SHOW-NEXT-SHIFT.
       READ SHIFT-LOG-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF SHIFT-DATE = WANTED-DATE
               DISPLAY "Operator: " SHIFT-OPERATOR-ID
               " Shift: " SHIFT-CODE
               " Hours: " SHIFT-HOURS
               " Keyed by: " SHIFT-ENTERED-BY
               ADD SHIFT-HOURS TO DAY-HOURS
           END-IF
       END-IF.

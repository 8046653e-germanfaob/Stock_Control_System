       IDENTIFICATION DIVISION.
       PROGRAM-ID. maintain-notes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical file in dynamic mode.
       FILE-CONTROL.
       COPY "notes-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with customer and order notes fields.
       COPY "notes-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so each note is signed by its operator.
       COPY "session-data.cbl".
       01  OPTION PIC 9.
       77  RECORD-FOUND PIC X.
       77  NOTES-EOF PIC 9.
       77  NOTES-SHOWN PIC 9(3).
       77  LAST-NOTE-SEQ PIC 9(3).
       77  TODAY-DATE PIC 9(8).
       77  AUDIENCE-ENTRY PIC X(01).
       77  AUDIENCE-NAME PIC X(8).
       77  TEXT-ENTRY PIC X(60).
       77  SEQ-ENTRY PIC 9(3).
       77  OWNER-NAME PIC X(8).
       77  AUDIT-ID-FIELD PIC X(15).
       77  AUDIT-BEFORE PIC X(40).
       77  AUDIT-AFTER PIC X(40).
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "MAINTAIN-NOTES".
       77  LOG-MESSAGE-FIELD PIC X(80).

       LINKAGE SECTION.
      * Whose notes: "C" for a customer's standing instructions, "O"
      * for one order's notes, and the customer or order id.
       01  NOTES-OWNER-TYPE-IN PIC X(01).
       01  NOTES-OWNER-ID-IN PIC 9(6).

       PROCEDURE DIVISION USING NOTES-OWNER-TYPE-IN
           NOTES-OWNER-ID-IN.

      *Each note is one line tagged for whoever has to act on it:
      *(P)icking, pac(K)ing, the (D)river, the (I)nvoice or i(N)ternal
      *use only. The documents print only the notes tagged for them,
      *so "rear dock before 10am" reaches the driver and not the
      *customer's invoice.
       PROGRAM-BEGIN.
       ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
       IF NOTES-OWNER-TYPE-IN = "C"
           MOVE "customer" TO OWNER-NAME
       ELSE
           MOVE "order" TO OWNER-NAME
       END-IF.
       OPEN I-O NOTES-FILE.
       PERFORM LIST-NOTES.
       PERFORM NOTES-MENU.
       PERFORM PROCESS-OPTION UNTIL OPTION = 0.
       CLOSE NOTES-FILE.
       GOBACK.

       NOTES-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Notes for " OWNER-NAME " " NOTES-OWNER-ID-IN.
       DISPLAY "1. List notes"
       DISPLAY "2. Add a note"
       DISPLAY "3. Remove a note"
       DISPLAY "0. Done"
       DISPLAY "Enter your choice (0-3):"
       ACCEPT OPTION.

       PROCESS-OPTION.
       IF OPTION = 1 THEN
           PERFORM LIST-NOTES
           PERFORM NOTES-MENU
       ELSE IF OPTION = 2 THEN
           PERFORM ADD-NOTE
           PERFORM NOTES-MENU
       ELSE IF OPTION = 3 THEN
           PERFORM REMOVE-NOTE
           PERFORM NOTES-MENU
       ELSE IF OPTION = 0 THEN
           CONTINUE
       ELSE
           DISPLAY "Invalid option. Please enter a valid choice (0-3):"
           MOVE "Invalid notes menu option entered."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
           PERFORM NOTES-MENU.

      *Listing also finds the last sequence used, so a new note goes
      *on the end.
       LIST-NOTES.
       MOVE 0 TO NOTES-SHOWN.
       MOVE 0 TO LAST-NOTE-SEQ.
       MOVE NOTES-OWNER-TYPE-IN TO NOTE-OWNER-TYPE.
       MOVE NOTES-OWNER-ID-IN TO NOTE-OWNER-ID.
       MOVE 0 TO NOTE-SEQ.
       MOVE 0 TO NOTES-EOF.
       START NOTES-FILE KEY IS >= NOTE-KEY
           INVALID KEY MOVE 1 TO NOTES-EOF.
       PERFORM LIST-NEXT-NOTE UNTIL NOTES-EOF = 1.
       IF NOTES-SHOWN = 0
           DISPLAY "No notes on this " OWNER-NAME "."
       END-IF.

       LIST-NEXT-NOTE.
       READ NOTES-FILE NEXT RECORD
           AT END MOVE 1 TO NOTES-EOF
       END-READ.
       IF NOTES-EOF = 0
           IF NOTE-OWNER-TYPE = NOTES-OWNER-TYPE-IN
               AND NOTE-OWNER-ID = NOTES-OWNER-ID-IN
               PERFORM NAME-AUDIENCE
               DISPLAY NOTE-SEQ " " AUDIENCE-NAME " " NOTE-TEXT
               DISPLAY "    " NOTE-ENTERED-DATE " " NOTE-ENTERED-BY
               ADD 1 TO NOTES-SHOWN
               MOVE NOTE-SEQ TO LAST-NOTE-SEQ
           ELSE
               MOVE 1 TO NOTES-EOF
           END-IF
       END-IF.

       NAME-AUDIENCE.
       IF NOTE-FOR-PICKING
           MOVE "Picking" TO AUDIENCE-NAME
       ELSE IF NOTE-FOR-PACKING
           MOVE "Packing" TO AUDIENCE-NAME
       ELSE IF NOTE-FOR-DRIVER
           MOVE "Driver" TO AUDIENCE-NAME
       ELSE IF NOTE-FOR-INVOICE
           MOVE "Invoice" TO AUDIENCE-NAME
       ELSE
           MOVE "Internal" TO AUDIENCE-NAME.

       ADD-NOTE.
       PERFORM LIST-NOTES.
       DISPLAY "Who is the note for - (P)icking, pac(K)ing, "
       "(D)river, (I)nvoice or i(N)ternal: ".
       ACCEPT AUDIENCE-ENTRY.
       INSPECT AUDIENCE-ENTRY CONVERTING "pkdin" TO "PKDIN".
       IF AUDIENCE-ENTRY NOT = "P" AND AUDIENCE-ENTRY NOT = "K"
           AND AUDIENCE-ENTRY NOT = "D" AND AUDIENCE-ENTRY NOT = "I"
           AND AUDIENCE-ENTRY NOT = "N"
           DISPLAY "Unknown audience - no note added."
       ELSE
           DISPLAY "Note (one line): "
           ACCEPT TEXT-ENTRY
           IF TEXT-ENTRY = SPACE
               DISPLAY "Nothing entered - no note added."
           ELSE
               PERFORM WRITE-NOTE
           END-IF
       END-IF.

       WRITE-NOTE.
       MOVE NOTES-OWNER-TYPE-IN TO NOTE-OWNER-TYPE.
       MOVE NOTES-OWNER-ID-IN TO NOTE-OWNER-ID.
       ADD 1 TO LAST-NOTE-SEQ GIVING NOTE-SEQ.
       MOVE AUDIENCE-ENTRY TO NOTE-AUDIENCE.
       MOVE TEXT-ENTRY TO NOTE-TEXT.
       MOVE TODAY-DATE TO NOTE-ENTERED-DATE.
       MOVE SESSION-OPERATOR-ID TO NOTE-ENTERED-BY.
       WRITE NOTE-REGISTRATION
           INVALID KEY
               DISPLAY "Error writing note."
           NOT INVALID KEY
               DISPLAY "Note " NOTE-SEQ " added."
               MOVE SPACE TO AUDIT-BEFORE
               MOVE NOTE-TEXT TO AUDIT-AFTER
               PERFORM LOG-NOTE-AUDIT
       END-WRITE.

       REMOVE-NOTE.
       DISPLAY "Enter the note number to remove: ".
       ACCEPT SEQ-ENTRY.
       MOVE NOTES-OWNER-TYPE-IN TO NOTE-OWNER-TYPE.
       MOVE NOTES-OWNER-ID-IN TO NOTE-OWNER-ID.
       MOVE SEQ-ENTRY TO NOTE-SEQ.
       MOVE "S" TO RECORD-FOUND.
       READ NOTES-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No note with that number."
       ELSE
           MOVE NOTE-TEXT TO AUDIT-BEFORE
           MOVE SPACE TO AUDIT-AFTER
           DELETE NOTES-FILE RECORD
               INVALID KEY
                   DISPLAY "Error removing note."
               NOT INVALID KEY
                   DISPLAY "Note " NOTE-SEQ " removed."
                   PERFORM LOG-NOTE-AUDIT
           END-DELETE
       END-IF.

       LOG-NOTE-AUDIT.
       MOVE SPACE TO AUDIT-ID-FIELD.
       STRING NOTE-OWNER-TYPE DELIMITED BY SIZE
           NOTE-OWNER-ID DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           NOTE-SEQ DELIMITED BY SIZE
           INTO AUDIT-ID-FIELD.
       CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD AUDIT-ID-FIELD
           AUDIT-BEFORE AUDIT-AFTER.

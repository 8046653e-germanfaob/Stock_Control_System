       IDENTIFICATION DIVISION.
       PROGRAM-ID. email-outbox.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "email-outbox-physical-file.cbl".
       SELECT OPTIONAL MAIL-STATUS-FILE ASSIGN TO "MAILSTAT.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Logic file with email outbox fields.
       COPY "email-outbox-logic-file.cbl".

       FD  MAIL-STATUS-FILE.
       01  MAIL-STATUS-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * One delivery-status line from the mail gateway is unstrung
      * into these fields: the outbox row, S for delivered or B for
      * bounced, the date, and the gateway's reason text.
       01  LOAD-MAIL-ID             PIC 9(6).
       01  LOAD-STATUS              PIC X(01).
       01  LOAD-STATUS-DATE         PIC 9(8).
       01  LOAD-STATUS-TEXT         PIC X(40).

       01  OPTION PIC 9.
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  ROWS-SHOWN PIC 9(5).
       77  LINES-READ PIC 9(5).
       77  SENT-COUNT PIC 9(5).
       77  BOUNCED-COUNT PIC 9(5).
       77  REJECTED-COUNT PIC 9(5).
       77  WANTED-MAIL-ID PIC 9(6).
       77  TODAY-DATE PIC 9(8).
       01  REPORT-LINE-BUFFER PIC X(132).
       77  SPOOL-ACTION PIC X.
       77  SPOOL-REPORT-NAME PIC X(12) VALUE "PRINTONLY".
       77  AUDIT-MAIL-ID PIC X(15).
       77  AUDIT-BEFORE PIC X(40).
       77  AUDIT-AFTER PIC X(40).
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "EMAIL-OUTBOX".
       77  LOG-MESSAGE-FIELD PIC X(80).

       PROCEDURE DIVISION.

      *The statement, invoice and dunning runs leave one row here per
      *customer document. Queued rows are the mail gateway's to send;
      *the gateway's delivery file is imported back so bounces are
      *seen, and a bounce is moved to the print-only list once the
      *paper copy is to go out instead.
       PROGRAM-BEGIN.
       ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
       OPEN I-O EMAIL-OUTBOX-FILE.
       PERFORM OUTBOX-MENU.
       PERFORM PROCESS-OPTION UNTIL OPTION = 0.
       CLOSE EMAIL-OUTBOX-FILE.
       GOBACK.

       OUTBOX-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Email Outbox Menu"
       DISPLAY "1. List emails waiting for the gateway"
       DISPLAY "2. Print the print-only list"
       DISPLAY "3. Import delivery status from the gateway"
       DISPLAY "4. List bounced emails"
       DISPLAY "5. Send a bounced document on paper"
       DISPLAY "0. Back"
       DISPLAY "Enter your choice (0-5):"
       ACCEPT OPTION.

       PROCESS-OPTION.
       IF OPTION = 1 THEN
           PERFORM LIST-QUEUED-EMAILS
           PERFORM OUTBOX-MENU
       ELSE IF OPTION = 2 THEN
           PERFORM PRINT-PRINT-ONLY-LIST
           PERFORM OUTBOX-MENU
       ELSE IF OPTION = 3 THEN
           PERFORM IMPORT-DELIVERY-STATUS
           PERFORM OUTBOX-MENU
       ELSE IF OPTION = 4 THEN
           PERFORM LIST-BOUNCED-EMAILS
           PERFORM OUTBOX-MENU
       ELSE IF OPTION = 5 THEN
           PERFORM MOVE-BOUNCE-TO-PAPER
           PERFORM OUTBOX-MENU
       ELSE IF OPTION = 0 THEN
           CONTINUE
       ELSE
           DISPLAY "Invalid option. Please enter a valid choice (0-5):"
           MOVE "Invalid email outbox menu option entered."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
           PERFORM OUTBOX-MENU.

       START-OUTBOX-SCAN.
       MOVE 0 TO ROWS-SHOWN.
       MOVE 0 TO MAIL-ID.
       MOVE 0 TO END-OF-FILE.
       START EMAIL-OUTBOX-FILE KEY IS >= MAIL-ID
           INVALID KEY MOVE 1 TO END-OF-FILE.

       LIST-QUEUED-EMAILS.
       PERFORM START-OUTBOX-SCAN.
       PERFORM SHOW-NEXT-QUEUED UNTIL END-OF-FILE = 1.
       IF ROWS-SHOWN = 0
           DISPLAY "No emails are waiting for the gateway."
       END-IF.

       SHOW-NEXT-QUEUED.
       READ EMAIL-OUTBOX-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF MAIL-IS-QUEUED
               ADD 1 TO ROWS-SHOWN
               PERFORM SHOW-MAIL-DETAIL
           END-IF
       END-IF.

       LIST-BOUNCED-EMAILS.
       PERFORM START-OUTBOX-SCAN.
       PERFORM SHOW-NEXT-BOUNCED UNTIL END-OF-FILE = 1.
       IF ROWS-SHOWN = 0
           DISPLAY "No bounced emails."
       END-IF.

       SHOW-NEXT-BOUNCED.
       READ EMAIL-OUTBOX-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF MAIL-IS-BOUNCED
               ADD 1 TO ROWS-SHOWN
               PERFORM SHOW-MAIL-DETAIL
               DISPLAY "    Bounced " MAIL-STATUS-DATE ": "
                   MAIL-STATUS-TEXT
           END-IF
       END-IF.

       SHOW-MAIL-DETAIL.
       DISPLAY MAIL-ID " " MAIL-DOCUMENT-TYPE
           " Customer: " MAIL-CUSTOMER-ID
           " To: " MAIL-CUSTOMER-EMAIL.
       DISPLAY "    " MAIL-SUBJECT.
       DISPLAY "    Attachment: " MAIL-ATTACHMENT-NAME
           " Queued: " MAIL-QUEUED-DATE.

      *Documents for customers with no email address or who asked
      *for paper are listed with the spool file to print, and marked
      *printed so tomorrow's list only carries new ones.
       PRINT-PRINT-ONLY-LIST.
       MOVE "O" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       MOVE "========== DOCUMENTS TO PRINT AND POST =========="
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       PERFORM START-OUTBOX-SCAN.
       PERFORM PRINT-NEXT-PRINT-ONLY UNTIL END-OF-FILE = 1.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Documents to print: " DELIMITED BY SIZE
           ROWS-SHOWN DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "C" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

       PRINT-NEXT-PRINT-ONLY.
       READ EMAIL-OUTBOX-FILE NEXT RECORD WITH LOCK
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF MAIL-IS-PRINT-ONLY
               ADD 1 TO ROWS-SHOWN
               MOVE SPACE TO REPORT-LINE-BUFFER
               STRING MAIL-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MAIL-DOCUMENT-TYPE DELIMITED BY SIZE
                   " Customer: " DELIMITED BY SIZE
                   MAIL-CUSTOMER-ID DELIMITED BY SIZE
                   " File: " DELIMITED BY SIZE
                   MAIL-ATTACHMENT-NAME DELIMITED BY SIZE
                   INTO REPORT-LINE-BUFFER
               PERFORM SHOW-REPORT-LINE
               MOVE "D" TO MAIL-STATUS
               MOVE TODAY-DATE TO MAIL-STATUS-DATE
               REWRITE EMAIL-OUTBOX-REGISTRATION
                   INVALID KEY
                       DISPLAY "Error updating outbox record."
               END-REWRITE
           END-IF
       END-IF.

      *The gateway writes one line per message it has dealt with:
      *outbox id, S or B, date, and its reason text. A line for an
      *unknown id or a bad status goes to the exception log.
       IMPORT-DELIVERY-STATUS.
       MOVE 0 TO LINES-READ.
       MOVE 0 TO SENT-COUNT.
       MOVE 0 TO BOUNCED-COUNT.
       MOVE 0 TO REJECTED-COUNT.
       MOVE 0 TO END-OF-FILE.
       OPEN INPUT MAIL-STATUS-FILE.
       PERFORM IMPORT-NEXT-STATUS UNTIL END-OF-FILE = 1.
       CLOSE MAIL-STATUS-FILE.
       DISPLAY "Delivery status import complete. Lines read: "
           LINES-READ.
       DISPLAY "Delivered: " SENT-COUNT " Bounced: " BOUNCED-COUNT
           " Rejected: " REJECTED-COUNT.

       IMPORT-NEXT-STATUS.
       READ MAIL-STATUS-FILE
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           ADD 1 TO LINES-READ
           MOVE SPACE TO LOAD-STATUS-TEXT
           UNSTRING MAIL-STATUS-LINE DELIMITED BY ","
               INTO LOAD-MAIL-ID LOAD-STATUS LOAD-STATUS-DATE
               LOAD-STATUS-TEXT
           PERFORM APPLY-DELIVERY-STATUS
       END-IF.

       APPLY-DELIVERY-STATUS.
       MOVE LOAD-MAIL-ID TO MAIL-ID.
       MOVE "S" TO RECORD-FOUND.
       READ EMAIL-OUTBOX-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           MOVE "Delivery status names an unknown outbox row."
               TO LOG-MESSAGE-FIELD
           PERFORM REJECT-STATUS-LINE
       ELSE IF LOAD-STATUS NOT = "S" AND LOAD-STATUS NOT = "B"
           MOVE "Delivery status line has an unknown status."
               TO LOG-MESSAGE-FIELD
           PERFORM REJECT-STATUS-LINE
       ELSE IF NOT MAIL-IS-QUEUED AND NOT MAIL-IS-SENT
           MOVE "Delivery status for a row not sent by email."
               TO LOG-MESSAGE-FIELD
           PERFORM REJECT-STATUS-LINE
       ELSE
           MOVE LOAD-STATUS TO MAIL-STATUS
           MOVE LOAD-STATUS-DATE TO MAIL-STATUS-DATE
           MOVE LOAD-STATUS-TEXT TO MAIL-STATUS-TEXT
           REWRITE EMAIL-OUTBOX-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating outbox record."
           END-REWRITE
           IF MAIL-IS-BOUNCED
               ADD 1 TO BOUNCED-COUNT
           ELSE
               ADD 1 TO SENT-COUNT
           END-IF
       END-IF.

       REJECT-STATUS-LINE.
       ADD 1 TO REJECTED-COUNT.
       DISPLAY "Rejected: " MAIL-STATUS-LINE (1:60).
       CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
           LOG-MESSAGE-FIELD.

      *Once the customer's address has been checked, a bounced
      *document goes out on paper: it joins the print-only list.
       MOVE-BOUNCE-TO-PAPER.
       DISPLAY "Enter the outbox id: ".
       ACCEPT WANTED-MAIL-ID.
       MOVE WANTED-MAIL-ID TO MAIL-ID.
       MOVE "S" TO RECORD-FOUND.
       READ EMAIL-OUTBOX-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No outbox row found with that id."
       ELSE IF NOT MAIL-IS-BOUNCED
           DISPLAY "That email has not bounced."
       ELSE
           MOVE "P" TO MAIL-STATUS
           MOVE TODAY-DATE TO MAIL-STATUS-DATE
           REWRITE EMAIL-OUTBOX-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating outbox record."
               NOT INVALID KEY
                   DISPLAY "Document moved to the print-only list."
                   PERFORM LOG-PAPER-AUDIT
           END-REWRITE
       END-IF.

       LOG-PAPER-AUDIT.
       MOVE MAIL-ID TO AUDIT-MAIL-ID.
       MOVE "STATUS=BOUNCED" TO AUDIT-BEFORE.
       MOVE "STATUS=PRINT ONLY" TO AUDIT-AFTER.
       CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD
           AUDIT-MAIL-ID AUDIT-BEFORE AUDIT-AFTER.

       SHOW-REPORT-LINE.
       DISPLAY REPORT-LINE-BUFFER.
       MOVE "L" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

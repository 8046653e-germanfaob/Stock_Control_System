       IDENTIFICATION DIVISION.
       PROGRAM-ID. till-cash-up.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "till-physical-file.cbl".
       COPY "payment-physical-file.cbl".
       COPY "operator-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with till session fields.
       COPY "till-logic-file.cbl".
      * Logic file with payment fields.
       COPY "payment-logic-file.cbl".
      * Logic file with operator fields.
       COPY "operator-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so the till belongs to whoever opens it.
       COPY "session-data.cbl".
       01  OPTION PIC 9.
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  TODAY-DATE PIC 9(8).
       77  WANTED-DATE PIC 9(8).
       77  WANTED-TILL-ID PIC X(4).
       77  WANTED-OPERATOR-ID PIC X(10).
       77  OPEN-BY-OPERATOR PIC X(10).
       77  CLOSED-TODAY PIC X.
       77  TILLS-SHOWN PIC 9(3).
       77  FLOAT-ENTRY PIC 9(7).99.
       77  CARD-SLIPS-ENTRY PIC 9(7).99.
       77  APPROVER-ID PIC X(10).
       77  APPROVER-PASSWORD PIC X(10).
       77  APPROVAL-OK PIC X.
      * The drawer is counted note by note and coin by coin.
       01  DENOMINATION-LIST.
           05  FILLER PIC 9(3)V99 VALUE 100.00.
           05  FILLER PIC 9(3)V99 VALUE 50.00.
           05  FILLER PIC 9(3)V99 VALUE 20.00.
           05  FILLER PIC 9(3)V99 VALUE 10.00.
           05  FILLER PIC 9(3)V99 VALUE 5.00.
           05  FILLER PIC 9(3)V99 VALUE 2.00.
           05  FILLER PIC 9(3)V99 VALUE 1.00.
           05  FILLER PIC 9(3)V99 VALUE 0.50.
           05  FILLER PIC 9(3)V99 VALUE 0.20.
           05  FILLER PIC 9(3)V99 VALUE 0.10.
           05  FILLER PIC 9(3)V99 VALUE 0.05.
           05  FILLER PIC 9(3)V99 VALUE 0.01.
       01  DENOMINATIONS REDEFINES DENOMINATION-LIST.
           05  DENOM-VALUE PIC 9(3)V99 OCCURS 12 TIMES.
       77  DENOM-IDX PIC 9(2).
       77  DENOM-EDIT PIC ZZ9.99.
       77  DENOM-COUNT-EDIT PIC ZZZZ9.
       77  DENOM-AMOUNT PIC 9(7)V99.
       77  EXPECTED-CASH PIC 9(8)V99.
       77  CASH-OVER-SHORT PIC S9(8)V99.
       77  CARD-OVER-SHORT PIC S9(8)V99.
       77  POSTING-DIFFERENCE PIC S9(8)V99.
       77  MONEY-EDIT PIC Z(7)9.99.
       77  SIGNED-EDIT PIC -(8)9.99.
       01  TILL-REASON-ENTRY.
           05  TILL-REASON-SHORT PIC X(10).
           05  TILL-REASON-REST PIC X(10).
       77  REASON-MOVE-TYPE-FIELD PIC X(01) VALUE "T".
       77  REASON-VALID PIC X.
       77  QUEUE-TYPE-FIELD PIC X(10).
       77  QUEUE-AMOUNT-FIELD PIC 9(9)V99.
       77  QUEUE-REVERSE-FIELD PIC X(01).
       77  QUEUE-REFERENCE-FIELD PIC X(20).
       01  REPORT-LINE-BUFFER PIC X(132).
       77  SPOOL-ACTION PIC X.
       77  SPOOL-REPORT-NAME PIC X(12) VALUE "TILLCLOSE".
       77  AUDIT-ID-FIELD PIC X(15).
       77  AUDIT-BEFORE PIC X(40).
       77  AUDIT-AFTER PIC X(40).
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "TILL-CASH-UP".
       77  LOG-MESSAGE-FIELD PIC X(80).

       PROCEDURE DIVISION.

      *Each operator opens a till in the morning with a counted
      *float, rings the day's counter sales on it, and at closing
      *counts the drawer by denomination and adds up the card slips.
      *The close report sets that against the counter-sale payments
      *recorded for the operator and till, and any over or short is
      *queued for the GL under the reason code the cashier gives.
       PROGRAM-BEGIN.
       ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
       OPEN I-O TILL-SESSIONS-FILE.
       OPEN I-O PAYMENTS-FILE.
       OPEN I-O OPERATORS-FILE.
       PERFORM TILL-MENU.
       PERFORM PROCESS-OPTION UNTIL OPTION = 0.
       CLOSE TILL-SESSIONS-FILE.
       CLOSE PAYMENTS-FILE.
       CLOSE OPERATORS-FILE.
       GOBACK.

       TILL-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Till Cash-Up Menu"
       DISPLAY "1. Open a till with its float"
       DISPLAY "2. Cash up and close a till"
       DISPLAY "3. Reprint a till close report"
       DISPLAY "4. List the tills for a day"
       DISPLAY "0. Back"
       DISPLAY "Enter your choice (0-4):"
       ACCEPT OPTION.

       PROCESS-OPTION.
       IF OPTION = 1 THEN
           PERFORM OPEN-TILL
           PERFORM TILL-MENU
       ELSE IF OPTION = 2 THEN
           PERFORM CLOSE-TILL
           PERFORM TILL-MENU
       ELSE IF OPTION = 3 THEN
           PERFORM REPRINT-CLOSE-REPORT
           PERFORM TILL-MENU
       ELSE IF OPTION = 4 THEN
           PERFORM LIST-DAY-TILLS
           PERFORM TILL-MENU
       ELSE IF OPTION = 0 THEN
           CONTINUE
       ELSE
           DISPLAY "Invalid option. Please enter a valid choice (0-4):"
           MOVE "Invalid till cash-up menu option entered."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
           PERFORM TILL-MENU.

      *Only one operator works a till at a time, and once a till
      *has been cashed up it stays shut for the day unless an
      *administrator lets it open again.
       OPEN-TILL.
       DISPLAY "Enter the till id: ".
       ACCEPT WANTED-TILL-ID.
       IF WANTED-TILL-ID = SPACE
           DISPLAY "Till id cannot be blank."
       ELSE
           MOVE TODAY-DATE TO WANTED-DATE
           PERFORM CHECK-TILL-DAY
           IF OPEN-BY-OPERATOR NOT = SPACE
               DISPLAY "Till " WANTED-TILL-ID " is already open for "
               OPEN-BY-OPERATOR "."
           ELSE IF CLOSED-TODAY = "Y"
               DISPLAY "Till " WANTED-TILL-ID " has already been "
               "cashed up today."
               PERFORM ASK-REOPEN-APPROVAL
               IF APPROVAL-OK = "Y"
                   PERFORM START-TILL-SESSION
               ELSE
                   DISPLAY "Till not reopened."
                   MOVE "Till reopen refused - no admin approval."
                       TO LOG-MESSAGE-FIELD
                   CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
                       LOG-MESSAGE-FIELD
               END-IF
           ELSE
               MOVE SPACE TO APPROVER-ID
               PERFORM START-TILL-SESSION
           END-IF
       END-IF.

       CHECK-TILL-DAY.
       MOVE SPACE TO OPEN-BY-OPERATOR.
       MOVE "N" TO CLOSED-TODAY.
       MOVE WANTED-DATE TO TILL-SESSION-DATE.
       MOVE WANTED-TILL-ID TO TILL-ID.
       MOVE LOW-VALUES TO TILL-OPERATOR-ID.
       MOVE 0 TO END-OF-FILE.
       START TILL-SESSIONS-FILE KEY IS >= TILL-SESSION-KEY
           INVALID KEY MOVE 1 TO END-OF-FILE.
       PERFORM CHECK-NEXT-TILL-SESSION UNTIL END-OF-FILE = 1.

       CHECK-NEXT-TILL-SESSION.
       READ TILL-SESSIONS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF TILL-SESSION-DATE = WANTED-DATE
               AND TILL-ID = WANTED-TILL-ID
               IF TILL-IS-OPEN
                   MOVE TILL-OPERATOR-ID TO OPEN-BY-OPERATOR
               ELSE
                   MOVE "Y" TO CLOSED-TODAY
               END-IF
           ELSE
               MOVE 1 TO END-OF-FILE
           END-IF
       END-IF.

       ASK-REOPEN-APPROVAL.
       MOVE "N" TO APPROVAL-OK.
       DISPLAY "An administrator must approve reopening the till.".
       DISPLAY "Approver operator id: ".
       ACCEPT APPROVER-ID.
       DISPLAY "Approver password: ".
       ACCEPT APPROVER-PASSWORD.
       MOVE APPROVER-ID TO OPERATOR-ID.
       MOVE "S" TO RECORD-FOUND.
       READ OPERATORS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No operator found with that id."
       ELSE IF OPERATOR-PASSWORD NOT = APPROVER-PASSWORD
           DISPLAY "Incorrect password."
       ELSE IF NOT ROLE-IS-ADMIN
           DISPLAY "That operator is not an administrator."
       ELSE
           MOVE "Y" TO APPROVAL-OK
       END-IF.

      *An operator reopening their own till carries on with the
      *same float, and the next cash-up counts the whole day again;
      *anyone else starts a fresh session with a float of their own.
       START-TILL-SESSION.
       MOVE TODAY-DATE TO TILL-SESSION-DATE.
       MOVE WANTED-TILL-ID TO TILL-ID.
       MOVE SESSION-OPERATOR-ID TO TILL-OPERATOR-ID.
       MOVE "S" TO RECORD-FOUND.
       READ TILL-SESSIONS-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           MOVE "O" TO TILL-STATUS
           MOVE APPROVER-ID TO TILL-REOPENED-BY
           REWRITE TILL-SESSION-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating till session record."
           END-REWRITE
           DISPLAY "Till " TILL-ID " reopened for "
           TILL-OPERATOR-ID "."
           PERFORM LOG-TILL-REOPEN
       ELSE
           MOVE SPACE TO TILL-SESSION-REGISTRATION
           MOVE TODAY-DATE TO TILL-SESSION-DATE
           MOVE WANTED-TILL-ID TO TILL-ID
           MOVE SESSION-OPERATOR-ID TO TILL-OPERATOR-ID
           MOVE "O" TO TILL-STATUS
           DISPLAY "Enter the opening float (e.g. 150.00): "
           ACCEPT FLOAT-ENTRY
           MOVE FLOAT-ENTRY TO TILL-OPENING-FLOAT
           MOVE ZERO TO TILL-DENOM-COUNTS
           MOVE 0 TO TILL-COUNTED-CASH
           MOVE 0 TO TILL-CARD-SLIPS
           MOVE 0 TO TILL-CASH-SALES
           MOVE 0 TO TILL-CARD-SALES
           MOVE 0 TO TILL-CASH-SALE-COUNT
           MOVE 0 TO TILL-CARD-SALE-COUNT
           MOVE 0 TO TILL-OVER-SHORT
           MOVE 0 TO TILL-POSTED-OVER-SHORT
           MOVE APPROVER-ID TO TILL-REOPENED-BY
           WRITE TILL-SESSION-REGISTRATION
               INVALID KEY
                   DISPLAY "Error writing till session record."
               NOT INVALID KEY
                   DISPLAY "Till " TILL-ID " opened for "
                   TILL-OPERATOR-ID " with float " FLOAT-ENTRY "."
           END-WRITE
           IF APPROVER-ID NOT = SPACE
               PERFORM LOG-TILL-REOPEN
           END-IF
       END-IF.

       LOG-TILL-REOPEN.
       MOVE SPACE TO AUDIT-ID-FIELD.
       STRING "TILL " DELIMITED BY SIZE
           TILL-ID DELIMITED BY SIZE
           INTO AUDIT-ID-FIELD.
       MOVE "STATUS=CLOSED" TO AUDIT-BEFORE.
       MOVE SPACE TO AUDIT-AFTER.
       STRING "REOPENED APPROVED BY " DELIMITED BY SIZE
           APPROVER-ID DELIMITED BY SIZE
           INTO AUDIT-AFTER.
       CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD AUDIT-ID-FIELD
           AUDIT-BEFORE AUDIT-AFTER.

      *The operator cashes up their own till. A till left open
      *overnight is closed against the day it was opened.
       CLOSE-TILL.
       DISPLAY "Enter the till id: ".
       ACCEPT WANTED-TILL-ID.
       DISPLAY "Enter the date the till was opened (YYYYMMDD, "
       "0 for today): ".
       ACCEPT WANTED-DATE.
       IF WANTED-DATE = 0
           MOVE TODAY-DATE TO WANTED-DATE
       END-IF.
       MOVE WANTED-DATE TO TILL-SESSION-DATE.
       MOVE WANTED-TILL-ID TO TILL-ID.
       MOVE SESSION-OPERATOR-ID TO TILL-OPERATOR-ID.
       MOVE "S" TO RECORD-FOUND.
       READ TILL-SESSIONS-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No till session found for " SESSION-OPERATOR-ID
           " on that till and date."
       ELSE IF NOT TILL-IS-OPEN
           DISPLAY "That till has already been cashed up."
       ELSE
           PERFORM COUNT-THE-DRAWER
           PERFORM ADD-UP-TILL-PAYMENTS
           PERFORM WORK-OUT-OVER-SHORT
           IF TILL-OVER-SHORT NOT = 0
               PERFORM ASK-OVER-SHORT-REASON
           ELSE
               MOVE SPACE TO TILL-REASON-CODE
           END-IF
           PERFORM QUEUE-OVER-SHORT-POSTING
           MOVE "C" TO TILL-STATUS
           REWRITE TILL-SESSION-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating till session record."
           END-REWRITE
           PERFORM LOG-TILL-CLOSE
           PERFORM PRINT-CLOSE-REPORT
       END-IF.

       COUNT-THE-DRAWER.
       DISPLAY "Count the drawer - enter the number of each note "
       "and coin.".
       MOVE 0 TO TILL-COUNTED-CASH.
       MOVE 1 TO DENOM-IDX.
       PERFORM COUNT-ONE-DENOMINATION UNTIL DENOM-IDX > 12.
       DISPLAY "Enter the card slip total (e.g. 420.00): ".
       ACCEPT CARD-SLIPS-ENTRY.
       MOVE CARD-SLIPS-ENTRY TO TILL-CARD-SLIPS.

       COUNT-ONE-DENOMINATION.
       MOVE DENOM-VALUE (DENOM-IDX) TO DENOM-EDIT.
       DISPLAY "How many of " DENOM-EDIT ": ".
       ACCEPT TILL-DENOM-COUNT (DENOM-IDX).
       COMPUTE TILL-COUNTED-CASH = TILL-COUNTED-CASH
           + (TILL-DENOM-COUNT (DENOM-IDX) * DENOM-VALUE (DENOM-IDX)).
       ADD 1 TO DENOM-IDX.

      *What the system says the till took: every counter-sale
      *payment rung by this operator on this till that day, split
      *by tender.
       ADD-UP-TILL-PAYMENTS.
       MOVE 0 TO TILL-CASH-SALES.
       MOVE 0 TO TILL-CARD-SALES.
       MOVE 0 TO TILL-CASH-SALE-COUNT.
       MOVE 0 TO TILL-CARD-SALE-COUNT.
       MOVE LOW-VALUES TO PAYMENT-ID.
       MOVE 0 TO END-OF-FILE.
       START PAYMENTS-FILE KEY IS >= PAYMENT-ID
           INVALID KEY MOVE 1 TO END-OF-FILE.
       PERFORM ADD-NEXT-TILL-PAYMENT UNTIL END-OF-FILE = 1.

       ADD-NEXT-TILL-PAYMENT.
       READ PAYMENTS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF PAYMENT-DATE = TILL-SESSION-DATE
               AND PAYMENT-TILL-ID = TILL-ID
               AND PAYMENT-OPERATOR-ID = TILL-OPERATOR-ID
               IF PAYMENT-BY-CARD
                   ADD PAYMENT-AMOUNT TO TILL-CARD-SALES
                   ADD 1 TO TILL-CARD-SALE-COUNT
               ELSE
                   ADD PAYMENT-AMOUNT TO TILL-CASH-SALES
                   ADD 1 TO TILL-CASH-SALE-COUNT
               END-IF
           END-IF
       END-IF.

       WORK-OUT-OVER-SHORT.
       COMPUTE EXPECTED-CASH = TILL-OPENING-FLOAT + TILL-CASH-SALES.
       COMPUTE CASH-OVER-SHORT = TILL-COUNTED-CASH - EXPECTED-CASH.
       COMPUTE CARD-OVER-SHORT = TILL-CARD-SLIPS - TILL-CARD-SALES.
       COMPUTE TILL-OVER-SHORT = CASH-OVER-SHORT + CARD-OVER-SHORT.

      *The reason has to be one the accountant has set up for till
      *differences, and short enough to ride on the GL queue.
       ASK-OVER-SHORT-REASON.
       MOVE TILL-OVER-SHORT TO SIGNED-EDIT.
       DISPLAY "The till is over/short by " SIGNED-EDIT ".".
       DISPLAY "Enter the reason code for the difference: ".
       ACCEPT TILL-REASON-ENTRY.
       CALL "check-reason-code" USING TILL-REASON-ENTRY
           REASON-MOVE-TYPE-FIELD REASON-VALID.
       IF TILL-REASON-ENTRY = SPACE
           DISPLAY "A reason code is required."
           PERFORM ASK-OVER-SHORT-REASON
       ELSE IF TILL-REASON-REST NOT = SPACE
           DISPLAY "Till reason codes are at most 10 characters."
           PERFORM ASK-OVER-SHORT-REASON
       ELSE IF REASON-VALID = "N"
           DISPLAY "That is not a till over/short reason code."
           PERFORM ASK-OVER-SHORT-REASON
       ELSE
           MOVE TILL-REASON-ENTRY TO TILL-REASON-CODE
       END-IF.

      *A shortage posts the reason code's account pair as set up;
      *an overage posts it the other way round. A till cashed up
      *again after a reopen posts only the change since last time.
       QUEUE-OVER-SHORT-POSTING.
       COMPUTE POSTING-DIFFERENCE =
           TILL-OVER-SHORT - TILL-POSTED-OVER-SHORT.
       IF POSTING-DIFFERENCE NOT = 0
           IF POSTING-DIFFERENCE < 0
               COMPUTE QUEUE-AMOUNT-FIELD = 0 - POSTING-DIFFERENCE
               MOVE "N" TO QUEUE-REVERSE-FIELD
           ELSE
               MOVE POSTING-DIFFERENCE TO QUEUE-AMOUNT-FIELD
               MOVE "Y" TO QUEUE-REVERSE-FIELD
           END-IF
           MOVE TILL-REASON-SHORT TO QUEUE-TYPE-FIELD
           MOVE SPACE TO QUEUE-REFERENCE-FIELD
           STRING "TILL " DELIMITED BY SIZE
               TILL-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TILL-SESSION-DATE DELIMITED BY SIZE
               INTO QUEUE-REFERENCE-FIELD
           CALL "queue-gl-posting" USING QUEUE-TYPE-FIELD
               TILL-SESSION-DATE QUEUE-AMOUNT-FIELD
               QUEUE-REVERSE-FIELD QUEUE-REFERENCE-FIELD
           MOVE TILL-OVER-SHORT TO TILL-POSTED-OVER-SHORT
       END-IF.

       LOG-TILL-CLOSE.
       MOVE SPACE TO AUDIT-ID-FIELD.
       STRING "TILL " DELIMITED BY SIZE
           TILL-ID DELIMITED BY SIZE
           INTO AUDIT-ID-FIELD.
       MOVE SPACE TO AUDIT-BEFORE.
       STRING "FLOAT=" DELIMITED BY SIZE
           TILL-OPENING-FLOAT DELIMITED BY SIZE
           " STATUS=OPEN" DELIMITED BY SIZE
           INTO AUDIT-BEFORE.
       MOVE TILL-OVER-SHORT TO SIGNED-EDIT.
       MOVE SPACE TO AUDIT-AFTER.
       STRING "CLOSED O/S=" DELIMITED BY SIZE
           SIGNED-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           TILL-REASON-SHORT DELIMITED BY SIZE
           INTO AUDIT-AFTER.
       CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD AUDIT-ID-FIELD
           AUDIT-BEFORE AUDIT-AFTER.
       IF TILL-OVER-SHORT NOT = 0
           MOVE SPACE TO LOG-MESSAGE-FIELD
           STRING "Till " DELIMITED BY SIZE
               TILL-ID DELIMITED BY SIZE
               " closed over/short " DELIMITED BY SIZE
               SIGNED-EDIT DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               TILL-OPERATOR-ID DELIMITED BY SIZE
               INTO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
       END-IF.

       REPRINT-CLOSE-REPORT.
       DISPLAY "Enter the till id: ".
       ACCEPT WANTED-TILL-ID.
       DISPLAY "Enter the date (YYYYMMDD, 0 for today): ".
       ACCEPT WANTED-DATE.
       IF WANTED-DATE = 0
           MOVE TODAY-DATE TO WANTED-DATE
       END-IF.
       DISPLAY "Enter the operator id (blank for yourself): ".
       ACCEPT WANTED-OPERATOR-ID.
       IF WANTED-OPERATOR-ID = SPACE
           MOVE SESSION-OPERATOR-ID TO WANTED-OPERATOR-ID
       END-IF.
       MOVE WANTED-DATE TO TILL-SESSION-DATE.
       MOVE WANTED-TILL-ID TO TILL-ID.
       MOVE WANTED-OPERATOR-ID TO TILL-OPERATOR-ID.
       MOVE "S" TO RECORD-FOUND.
       READ TILL-SESSIONS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No till session found for that till, date "
           "and operator."
       ELSE IF NOT TILL-IS-CLOSED
           DISPLAY "That till is still open - cash it up first."
       ELSE
           PERFORM PRINT-CLOSE-REPORT
       END-IF.

      *The figures printed are the ones stored at the cash-up, so a
      *reprint always matches what was posted.
       PRINT-CLOSE-REPORT.
       COMPUTE EXPECTED-CASH = TILL-OPENING-FLOAT + TILL-CASH-SALES.
       COMPUTE CASH-OVER-SHORT = TILL-COUNTED-CASH - EXPECTED-CASH.
       COMPUTE CARD-OVER-SHORT = TILL-CARD-SLIPS - TILL-CARD-SALES.
       MOVE "O" TO SPOOL-ACTION.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       MOVE "================ TILL CLOSE REPORT ================"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Till: " DELIMITED BY SIZE
           TILL-ID DELIMITED BY SIZE
           "  Operator: " DELIMITED BY SIZE
           TILL-OPERATOR-ID DELIMITED BY SIZE
           "  Date: " DELIMITED BY SIZE
           TILL-SESSION-DATE DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       IF TILL-REOPENED-BY NOT = SPACE
           MOVE SPACE TO REPORT-LINE-BUFFER
           STRING "Reopened with the approval of " DELIMITED BY SIZE
               TILL-REOPENED-BY DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
       END-IF.
       MOVE "---------------------------------------------------"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "Drawer count:" TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE 1 TO DENOM-IDX.
       PERFORM PRINT-ONE-DENOMINATION UNTIL DENOM-IDX > 12.
       MOVE "---------------------------------------------------"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE TILL-OPENING-FLOAT TO MONEY-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Opening float                " DELIMITED BY SIZE
           MONEY-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE TILL-CASH-SALES TO MONEY-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Cash sales recorded          " DELIMITED BY SIZE
           MONEY-EDIT DELIMITED BY SIZE
           "  (" DELIMITED BY SIZE
           TILL-CASH-SALE-COUNT DELIMITED BY SIZE
           " sales)" DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE EXPECTED-CASH TO MONEY-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Cash expected in drawer      " DELIMITED BY SIZE
           MONEY-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE TILL-COUNTED-CASH TO MONEY-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Cash counted                 " DELIMITED BY SIZE
           MONEY-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE CASH-OVER-SHORT TO SIGNED-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "  Cash over/short           " DELIMITED BY SIZE
           SIGNED-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE TILL-CARD-SALES TO MONEY-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Card sales recorded          " DELIMITED BY SIZE
           MONEY-EDIT DELIMITED BY SIZE
           "  (" DELIMITED BY SIZE
           TILL-CARD-SALE-COUNT DELIMITED BY SIZE
           " sales)" DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE TILL-CARD-SLIPS TO MONEY-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Card slips totalled          " DELIMITED BY SIZE
           MONEY-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE CARD-OVER-SHORT TO SIGNED-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "  Card over/short           " DELIMITED BY SIZE
           SIGNED-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "---------------------------------------------------"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE TILL-OVER-SHORT TO SIGNED-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "TILL OVER/SHORT             " DELIMITED BY SIZE
           SIGNED-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       IF TILL-OVER-SHORT NOT = 0
           MOVE SPACE TO REPORT-LINE-BUFFER
           STRING "Reason code: " DELIMITED BY SIZE
               TILL-REASON-CODE DELIMITED BY SIZE
               "  (queued for the GL extract)" DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
       END-IF.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "Counted by: ______________  Checked by: ______________"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "==================================================="
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "C" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

       PRINT-ONE-DENOMINATION.
       IF TILL-DENOM-COUNT (DENOM-IDX) > 0
           MOVE DENOM-VALUE (DENOM-IDX) TO DENOM-EDIT
           MOVE TILL-DENOM-COUNT (DENOM-IDX) TO DENOM-COUNT-EDIT
           COMPUTE DENOM-AMOUNT = TILL-DENOM-COUNT (DENOM-IDX)
               * DENOM-VALUE (DENOM-IDX)
           MOVE DENOM-AMOUNT TO MONEY-EDIT
           MOVE SPACE TO REPORT-LINE-BUFFER
           STRING "  " DELIMITED BY SIZE
               DENOM-EDIT DELIMITED BY SIZE
               " x " DELIMITED BY SIZE
               DENOM-COUNT-EDIT DELIMITED BY SIZE
               "          " DELIMITED BY SIZE
               MONEY-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
       END-IF.
       ADD 1 TO DENOM-IDX.

       LIST-DAY-TILLS.
       DISPLAY "Enter the date (YYYYMMDD, 0 for today): ".
       ACCEPT WANTED-DATE.
       IF WANTED-DATE = 0
           MOVE TODAY-DATE TO WANTED-DATE
       END-IF.
       MOVE 0 TO TILLS-SHOWN.
       MOVE WANTED-DATE TO TILL-SESSION-DATE.
       MOVE LOW-VALUES TO TILL-ID.
       MOVE LOW-VALUES TO TILL-OPERATOR-ID.
       MOVE 0 TO END-OF-FILE.
       START TILL-SESSIONS-FILE KEY IS >= TILL-SESSION-KEY
           INVALID KEY MOVE 1 TO END-OF-FILE.
       PERFORM SHOW-NEXT-DAY-TILL UNTIL END-OF-FILE = 1.
       IF TILLS-SHOWN = 0
           DISPLAY "No tills were opened on " WANTED-DATE "."
       END-IF.

       SHOW-NEXT-DAY-TILL.
       READ TILL-SESSIONS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF TILL-SESSION-DATE = WANTED-DATE
               ADD 1 TO TILLS-SHOWN
               MOVE TILL-OPENING-FLOAT TO MONEY-EDIT
               MOVE TILL-OVER-SHORT TO SIGNED-EDIT
               IF TILL-IS-OPEN
                   DISPLAY "Till: " TILL-ID " " TILL-OPERATOR-ID
                   " Open    Float: " MONEY-EDIT
               ELSE
                   DISPLAY "Till: " TILL-ID " " TILL-OPERATOR-ID
                   " Closed  Float: " MONEY-EDIT
                   " Over/short: " SIGNED-EDIT
               END-IF
           ELSE
               MOVE 1 TO END-OF-FILE
           END-IF
       END-IF.

       SHOW-REPORT-LINE.
       DISPLAY REPORT-LINE-BUFFER.
       MOVE "L" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

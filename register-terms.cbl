       IDENTIFICATION DIVISION.
       PROGRAM-ID. register-terms.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical file in dynamic mode.
       FILE-CONTROL.
       COPY "terms-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with payment terms fields.
       COPY "terms-logic-file.cbl".

       WORKING-STORAGE SECTION.
       01  OPTION PIC 9.
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9.
       77  PCT-ENTRY PIC 9(2).99.
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "REGISTER-TERMS".
       77  LOG-MESSAGE-FIELD PIC X(80).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
       OPEN I-O TERMS-FILE.
       PERFORM TERMS-MENU.
       PERFORM PROCESS-OPTION UNTIL OPTION = 0.
       CLOSE TERMS-FILE.
       GOBACK.

       TERMS-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Payment Terms Maintenance Menu"
       DISPLAY "1. Register new payment terms"
       DISPLAY "2. List payment terms"
       DISPLAY "0. Back"
       DISPLAY "Enter your choice (0-2):"
       ACCEPT OPTION.

       PROCESS-OPTION.
       IF OPTION = 1 THEN
           PERFORM ADD-TERMS
           PERFORM TERMS-MENU
       ELSE IF OPTION = 2 THEN
           PERFORM LIST-TERMS
           PERFORM TERMS-MENU
       ELSE IF OPTION = 0 THEN
           CONTINUE
       ELSE
           DISPLAY "Invalid option. Please enter a valid choice (0-2):"
           MOVE "Invalid payment terms menu option entered."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
           PERFORM TERMS-MENU.

      *A terms code says how long the customer or vendor has to pay
      *and what is knocked off for paying early: 2/10 net 30 is a
      *2.00 discount inside 10 days, net due in 30. Month-end terms
      *count the days from the end of the invoice month instead of
      *the invoice date. Invoices take their due and discount dates
      *from here through get-due-dates.
       ADD-TERMS.
       MOVE SPACE TO TERMS-REGISTRATION.
       DISPLAY "Enter the terms code (e.g. N30, 2-10N30): ".
       ACCEPT TERMS-CODE.
       MOVE "S" TO RECORD-FOUND.
       READ TERMS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           DISPLAY "Payment terms with that code already exist."
       ELSE
           DISPLAY "Enter the description: "
           ACCEPT TERMS-DESCRIPTION
           DISPLAY "Enter the net days to pay: "
           ACCEPT TERMS-NET-DAYS
           DISPLAY "Enter the early-payment discount percent "
               "(e.g. 02.00, 00.00 for none): "
           ACCEPT PCT-ENTRY
           MOVE PCT-ENTRY TO TERMS-DISCOUNT-PCT
           MOVE 0 TO TERMS-DISCOUNT-DAYS
           IF TERMS-DISCOUNT-PCT > 0
               DISPLAY "Enter the days the discount is open: "
               ACCEPT TERMS-DISCOUNT-DAYS
           END-IF
           DISPLAY "Count from invoice date or month end (I/M): "
           ACCEPT TERMS-BASIS-FLAG
           IF NOT TERMS-FROM-MONTH-END
               MOVE "I" TO TERMS-BASIS-FLAG
           END-IF
           WRITE TERMS-REGISTRATION
               INVALID KEY
                   DISPLAY "Error writing payment terms record."
           END-WRITE
       END-IF.

       LIST-TERMS.
       CLOSE TERMS-FILE.
       OPEN I-O TERMS-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM SHOW-NEXT-TERMS UNTIL END-OF-FILE = 1.

       SHOW-NEXT-TERMS.
       READ TERMS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           DISPLAY "Code: " TERMS-CODE
           " " TERMS-DESCRIPTION
           " Net: " TERMS-NET-DAYS
           " Disc: " TERMS-DISCOUNT-PCT "/" TERMS-DISCOUNT-DAYS
           " From: " TERMS-BASIS-FLAG.

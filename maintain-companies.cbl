       IDENTIFICATION DIVISION.
       PROGRAM-ID. maintain-companies.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical file in dynamic mode.
       FILE-CONTROL.
       COPY "company-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with company fields.
       COPY "company-logic-file.cbl".

       WORKING-STORAGE SECTION.
       01  OPTION PIC 9.
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  WANTED-COMPANY-CODE PIC X(2).
       77  WANTED-NUMBER-BASE PIC 9(6).
       77  BASE-IN-USE PIC X.
       77  YES-NO PIC X.
       77  AUDIT-ID PIC X(15).
       77  AUDIT-BEFORE PIC X(40).
       77  AUDIT-AFTER PIC X(40).
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "MAINTAIN-COMPANIES".
       77  LOG-MESSAGE-FIELD PIC X(80).

       PROCEDURE DIVISION.

      *The companies that share the warehouse and the staff. Each
      *keeps its own customers, vendors, products, orders, invoices
      *and ledger, told apart by the company code the operator picks
      *at login. A company's document numbers start above its number
      *base, so its series never runs into another company's on the
      *files they share.
       PROGRAM-BEGIN.
       OPEN I-O COMPANIES-FILE.
       PERFORM COMPANY-MENU.
       PERFORM PROCESS-OPTION UNTIL OPTION = 0.
       CLOSE COMPANIES-FILE.
       GOBACK.

       COMPANY-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Company Maintenance Menu"
       DISPLAY "1. Add a company"
       DISPLAY "2. List companies"
       DISPLAY "3. Give records with no company to a company"
       DISPLAY "0. Back"
       DISPLAY "Enter your choice (0-3):"
       ACCEPT OPTION.

       PROCESS-OPTION.
       IF OPTION = 1 THEN
           PERFORM ADD-COMPANY
           PERFORM COMPANY-MENU
       ELSE IF OPTION = 2 THEN
           PERFORM LIST-COMPANIES
           PERFORM COMPANY-MENU
       ELSE IF OPTION = 3 THEN
           PERFORM ASSIGN-UNCODED-RECORDS
           PERFORM COMPANY-MENU
       ELSE IF OPTION = 0 THEN
           CONTINUE
       ELSE
           DISPLAY "Invalid option. Please enter a valid choice (0-3):"
           MOVE "Invalid company menu option entered."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
           PERFORM COMPANY-MENU.

       ADD-COMPANY.
       DISPLAY "Enter a two-character company code: ".
       ACCEPT WANTED-COMPANY-CODE.
       INSPECT WANTED-COMPANY-CODE CONVERTING
           "abcdefghijklmnopqrstuvwxyz" TO
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       MOVE WANTED-COMPANY-CODE TO COMPANY-CODE.
       MOVE "S" TO RECORD-FOUND.
       READ COMPANIES-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF WANTED-COMPANY-CODE = SPACE
           DISPLAY "The company code cannot be blank."
       ELSE IF RECORD-FOUND = "S"
           DISPLAY "That company code is already in use."
       ELSE
           DISPLAY "Enter the first document number of its series "
           "(e.g. 500000): "
           ACCEPT WANTED-NUMBER-BASE
           PERFORM CHECK-BASE-IN-USE
           IF BASE-IN-USE = "Y"
               DISPLAY "Another company already starts its numbers "
               "there."
           ELSE
               PERFORM WRITE-COMPANY
           END-IF
       END-IF.

       CHECK-BASE-IN-USE.
       MOVE "N" TO BASE-IN-USE.
       MOVE LOW-VALUES TO COMPANY-CODE.
       MOVE 0 TO END-OF-FILE.
       START COMPANIES-FILE KEY IS >= COMPANY-CODE
           INVALID KEY MOVE 1 TO END-OF-FILE.
       PERFORM CHECK-NEXT-BASE UNTIL END-OF-FILE = 1.

       CHECK-NEXT-BASE.
       READ COMPANIES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND COMPANY-NUMBER-BASE = WANTED-NUMBER-BASE
           MOVE "Y" TO BASE-IN-USE
           MOVE 1 TO END-OF-FILE
       END-IF.

       WRITE-COMPANY.
       MOVE SPACE TO COMPANY-REGISTRATION.
       MOVE WANTED-COMPANY-CODE TO COMPANY-CODE.
       DISPLAY "Enter the company name: ".
       ACCEPT COMPANY-NAME.
       MOVE WANTED-NUMBER-BASE TO COMPANY-NUMBER-BASE.
       ACCEPT COMPANY-CREATED-DATE FROM DATE YYYYMMDD.
       WRITE COMPANY-REGISTRATION
           INVALID KEY
               DISPLAY "Error writing company record."
           NOT INVALID KEY
               MOVE COMPANY-CODE TO AUDIT-ID
               MOVE SPACE TO AUDIT-BEFORE
               MOVE COMPANY-NAME TO AUDIT-AFTER
               CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD
                   AUDIT-ID AUDIT-BEFORE AUDIT-AFTER
               DISPLAY "Company " COMPANY-CODE " added."
       END-WRITE.

       LIST-COMPANIES.
       MOVE LOW-VALUES TO COMPANY-CODE.
       MOVE 0 TO END-OF-FILE.
       START COMPANIES-FILE KEY IS >= COMPANY-CODE
           INVALID KEY MOVE 1 TO END-OF-FILE.
       PERFORM SHOW-NEXT-COMPANY UNTIL END-OF-FILE = 1.

       SHOW-NEXT-COMPANY.
       READ COMPANIES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           DISPLAY COMPANY-CODE " " COMPANY-NAME " numbers from "
               COMPANY-NUMBER-BASE
       END-IF.

      *Records keyed in by a job run outside a login carry no company
      *code; this hands them to the company they belong to.
       ASSIGN-UNCODED-RECORDS.
       DISPLAY "Enter the company code to give them to: ".
       ACCEPT WANTED-COMPANY-CODE.
       INSPECT WANTED-COMPANY-CODE CONVERTING
           "abcdefghijklmnopqrstuvwxyz" TO
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       MOVE WANTED-COMPANY-CODE TO COMPANY-CODE.
       MOVE "S" TO RECORD-FOUND.
       READ COMPANIES-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No company with that code."
       ELSE
           DISPLAY "Give every record with no company to "
               COMPANY-NAME " (Y/N)?"
           ACCEPT YES-NO
           IF YES-NO = "Y" OR YES-NO = "y"
               CALL "assign-company-code" USING WANTED-COMPANY-CODE
           END-IF
       END-IF.

       FILE-CONTROL.
       COPY "operator-physical-file.cbl".
       COPY "login-history-physical-file.cbl".
       COPY "company-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "operator-logic-file.cbl".
      * Logic file with the login history record.
       COPY "login-history-logic-file.cbl".
      * Logic file with company fields.
       COPY "company-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared with every other program in the run so the menus
       77  NEW-PASSWORD PIC X(10).
       77  NEW-PASSWORD-AGAIN PIC X(10).
       77  YES-NO PIC X.
       77  DATA-SET-CHOICE PIC X.
       77  HISTORY-RESULT PIC X(8).
       77  WANTED-COMPANY-CODE PIC X(2).
       77  COMPANY-CHOSEN PIC X.
       77  COMPANY-TRIES PIC 9.
       77  COMPANY-COUNT PIC 9(3).
      * Repeated failures lock the account on file until an
      * administrator resets it; passwords expire after this many
      * days.
           PERFORM REGISTER-FIRST-ADMIN
       END-IF.
       MOVE "N" TO SESSION-LOGGED-IN.
       MOVE "N" TO SESSION-TRAINING-FLAG.
       MOVE 0 TO ATTEMPT-COUNT.
       PERFORM LOGIN-ATTEMPT
           UNTIL SESSION-IS-ACTIVE OR ATTEMPT-COUNT = 3.
           MOVE OPERATOR-MAX-DISCOUNT-PCT
               TO SESSION-MAX-DISCOUNT-PCT
       END-IF.
       PERFORM CHOOSE-COMPANY.
       IF COMPANY-CHOSEN = "Y"
           MOVE "Y" TO SESSION-LOGGED-IN
           DISPLAY "Welcome, " OPERATOR-NAME "."
           DISPLAY "Working in company " SESSION-COMPANY-CODE " "
               SESSION-COMPANY-NAME
           PERFORM CHOOSE-DATA-SET
       END-IF.

      *A trainee signs on to the training copy of the files, which
      *every program then opens in place of the live ones for the
      *rest of the session; the menus carry a banner so nobody
      *mistakes it for the real thing. The sign-on itself is always
      *checked and recorded against the live operator file.
       CHOOSE-DATA-SET.
       DISPLAY "Sign on to the TRAINING data (Y/N)?".
       ACCEPT YES-NO.
       IF YES-NO = "Y" OR YES-NO = "y"
           MOVE "Y" TO SESSION-TRAINING-FLAG
           MOVE "T" TO DATA-SET-CHOICE
           CALL "select-data-set" USING DATA-SET-CHOICE
           DISPLAY "*** TRAINING - nothing entered in this session "
           "touches the live files. ***"
       ELSE
           MOVE "N" TO SESSION-TRAINING-FLAG
       END-IF.

      *The operator works in one company for the whole session; its
      *code goes into every record written and limits every inquiry
      *and report. With only one company on file it is taken without
      *asking. The very first administrator to log in sets up the
      *original company, which takes over every existing record.
       CHOOSE-COMPANY.
       MOVE "N" TO COMPANY-CHOSEN.
       MOVE SPACE TO SESSION-COMPANY-CODE.
       MOVE SPACE TO SESSION-COMPANY-NAME.
       MOVE 0 TO SESSION-NUMBER-BASE.
       OPEN I-O COMPANIES-FILE.
       PERFORM COUNT-COMPANIES.
       IF COMPANY-COUNT = 0
           IF ROLE-IS-ADMIN
               PERFORM REGISTER-FIRST-COMPANY
           ELSE
               DISPLAY "No company is set up yet - an administrator "
               "must log in first."
           END-IF
       ELSE IF COMPANY-COUNT = 1
           MOVE LOW-VALUES TO COMPANY-CODE
           START COMPANIES-FILE KEY IS >= COMPANY-CODE
               INVALID KEY CONTINUE
           END-START
           READ COMPANIES-FILE NEXT RECORD
               AT END CONTINUE
               NOT AT END PERFORM TAKE-COMPANY
           END-READ
       ELSE
           MOVE 0 TO COMPANY-TRIES
           PERFORM ASK-COMPANY
               UNTIL COMPANY-CHOSEN = "Y" OR COMPANY-TRIES = 3
       END-IF.
       CLOSE COMPANIES-FILE.

       COUNT-COMPANIES.
       MOVE 0 TO COMPANY-COUNT.
       MOVE LOW-VALUES TO COMPANY-CODE.
       MOVE 0 TO END-OF-FILE.
       START COMPANIES-FILE KEY IS >= COMPANY-CODE
           INVALID KEY MOVE 1 TO END-OF-FILE.
       PERFORM COUNT-NEXT-COMPANY UNTIL END-OF-FILE = 1.

       COUNT-NEXT-COMPANY.
       READ COMPANIES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           ADD 1 TO COMPANY-COUNT
           DISPLAY "  " COMPANY-CODE " " COMPANY-NAME
       END-IF.

       ASK-COMPANY.
       ADD 1 TO COMPANY-TRIES.
       DISPLAY "Enter the company code to work in: ".
       ACCEPT WANTED-COMPANY-CODE.
       INSPECT WANTED-COMPANY-CODE CONVERTING
           "abcdefghijklmnopqrstuvwxyz" TO
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       MOVE WANTED-COMPANY-CODE TO COMPANY-CODE.
       READ COMPANIES-FILE RECORD
           INVALID KEY
               DISPLAY "No company with that code."
           NOT INVALID KEY
               PERFORM TAKE-COMPANY
       END-READ.

       TAKE-COMPANY.
       MOVE COMPANY-CODE TO SESSION-COMPANY-CODE.
       MOVE COMPANY-NAME TO SESSION-COMPANY-NAME.
       MOVE COMPANY-NUMBER-BASE TO SESSION-NUMBER-BASE.
       MOVE "Y" TO COMPANY-CHOSEN.

       REGISTER-FIRST-COMPANY.
       DISPLAY "No company is set up yet.".
       DISPLAY "Set up the company the existing records belong to.".
       MOVE SPACE TO COMPANY-REGISTRATION.
       MOVE SPACE TO WANTED-COMPANY-CODE.
       PERFORM ASK-FIRST-COMPANY-CODE
           UNTIL WANTED-COMPANY-CODE NOT = SPACE.
       MOVE WANTED-COMPANY-CODE TO COMPANY-CODE.
       DISPLAY "Enter the company name: ".
       ACCEPT COMPANY-NAME.
       MOVE 0 TO COMPANY-NUMBER-BASE.
       MOVE TODAY-DATE TO COMPANY-CREATED-DATE.
       WRITE COMPANY-REGISTRATION
           INVALID KEY
               DISPLAY "Error writing company record."
           NOT INVALID KEY
               PERFORM TAKE-COMPANY
               CALL "assign-company-code" USING WANTED-COMPANY-CODE
       END-WRITE.

       ASK-FIRST-COMPANY-CODE.
       DISPLAY "Enter a two-character company code: ".
       ACCEPT WANTED-COMPANY-CODE.
       INSPECT WANTED-COMPANY-CODE CONVERTING
           "abcdefghijklmnopqrstuvwxyz" TO
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       CHECK-PASSWORD-EXPIRY.
       IF OPERATOR-PASSWORD-DATE = 0

       01  LABEL-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       01  OPTION PIC 9.
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       GOBACK.

       LABEL-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Label Print Run"
       DISPLAY "1. Labels for everything received today"
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND MOVEMENT-COMPANY-CODE = SESSION-COMPANY-CODE
           IF MOVEMENT-IS-ENTRY
               AND MOVEMENT-DATE = RUN-DATE-DASHED
               MOVE MOVEMENT-PRODUCT-ID TO PICK-PRODUCT-ID

       COPY "movement-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       01  OPTION PIC 9.
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       GOBACK.

       SCHEDULE-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "ABC Classification and Count Scheduling Menu"
       DISPLAY "1. Run the ABC classification"
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND PRODUCT-COMPANY-CODE = SESSION-COMPANY-CODE
           IF NOT PRODUCT-IS-INACTIVE
               IF RANK-COUNT >= 1000
                   MOVE "Y" TO RANK-OVERFLOWED
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND MOVEMENT-COMPANY-CODE = SESSION-COMPANY-CODE
           IF MOVEMENT-IS-EXIT
               AND MOVEMENT-DATE >= CUTOFF-DASHED
               PERFORM FOLD-ONE-EXIT
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND PRODUCT-COMPANY-CODE = SESSION-COMPANY-CODE
           IF NOT PRODUCT-IS-INACTIVE
               PERFORM COMPUTE-DAYS-SINCE-COUNT
               IF DAYS-SINCE-COUNT >= DUE-EVERY-DAYS
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND PRODUCT-COMPANY-CODE = SESSION-COMPANY-CODE
           IF NOT PRODUCT-IS-INACTIVE
               PERFORM COMPUTE-DAYS-SINCE-COUNT
               IF DAYS-SINCE-COUNT >= DUE-EVERY-DAYS * 2

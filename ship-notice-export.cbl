       01  SHIP-NOTICE-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       77  SHIP-NOTICE-FILE-NAME PIC X(30).
       77  END-OF-FILE PIC 9 VALUE 0.
       77  LINES-END-OF-FILE PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
       IF SESSION-IN-TRAINING
           DISPLAY "TRAINING - no ship notices are sent."
           GOBACK
       END-IF.
       OPEN I-O ORDERS-FILE.
       OPEN I-O ORDER-LINES-FILE.
       OPEN I-O SHIPMENTS-FILE.
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND ORDER-COMPANY-CODE = SESSION-COMPANY-CODE
           IF (ORDER-STATUS = "Shipped"
               OR ORDER-STATUS = "Delivered")
               AND NOT ORDER-NOTICE-SENT
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND ORDER-COMPANY-CODE = SESSION-COMPANY-CODE
           IF (ORDER-STATUS = "Shipped"
               OR ORDER-STATUS = "Delivered")
               AND NOT ORDER-NOTICE-SENT

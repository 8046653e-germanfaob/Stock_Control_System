      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "alert-physical-file.cbl".
       COPY "physical-file.cbl".
       SELECT ALERT-EXPORT-FILE ASSIGN TO "ALERTS-OUT.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.

       FILE SECTION.
      * Logic file with reorder alert fields.
       COPY "alert-logic-file.cbl".
      * Logic file with products fields.
       COPY "logic-file.cbl".

       FD  ALERT-EXPORT-FILE.
       01  ALERT-EXPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Shared session data, so only alerts on the logged-in
      * company's products are worked.
       COPY "session-data.cbl".
       01  OPTION PIC 9.
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
       OPEN I-O ALERTS-FILE.
       OPEN I-O PRODUCTS-FILE.
       PERFORM ALERT-MENU.
       PERFORM PROCESS-OPTION UNTIL OPTION = 0.
       CLOSE ALERTS-FILE.
       CLOSE PRODUCTS-FILE.
       GOBACK.

       ALERT-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Reorder Alert Queue Menu"
       DISPLAY "1. Browse unacknowledged alerts"
       END-READ.
       IF END-OF-FILE = 0
           IF ALERT-IS-UNACKED
               PERFORM CHECK-ALERT-COMPANY
           END-IF
           IF ALERT-IS-UNACKED
               AND RECORD-FOUND = "S"
               ADD 1 TO UNACKED-COUNT
               DISPLAY "Alert: " ALERT-ID
               " Product: " ALERT-PRODUCT-ID
       READ ALERTS-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           PERFORM CHECK-ALERT-COMPANY.
       IF RECORD-FOUND = "N"
           DISPLAY "No alert found with that id."
       ELSE
       END-READ.
       IF END-OF-FILE = 0
           IF ALERT-IS-UNACKED
               PERFORM CHECK-ALERT-COMPANY
           END-IF
           IF ALERT-IS-UNACKED
               AND RECORD-FOUND = "S"
               ADD 1 TO EXPORTED-COUNT
               MOVE SPACE TO ALERT-EXPORT-LINE
               STRING ALERT-ID DELIMITED BY SIZE
               WRITE ALERT-EXPORT-LINE
           END-IF
       END-IF.

      *An alert is the logged-in company's when its product is.
       CHECK-ALERT-COMPANY.
       MOVE ALERT-PRODUCT-ID TO PRODUCT-ID.
       MOVE "S" TO RECORD-FOUND.
       READ PRODUCTS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND PRODUCT-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.

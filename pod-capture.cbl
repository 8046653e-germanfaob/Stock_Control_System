       01  POD-STATUS-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's
      * shipments are listed as undelivered.
       COPY "session-data.cbl".
       01  OPTION PIC 9.
       77  RECORD-FOUND PIC X.
       77  OTHER-COMPANY PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  WORK-ORDER-ID PIC 9(6).
       77  WORK-SHIPMENT-SEQ PIC 9(2).
       GOBACK.

       POD-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Proof-of-Delivery Menu"
       DISPLAY "1. Record a delivery confirmation"
               PERFORM COMPUTE-CONV-DAYNUM
               COMPUTE SHIP-AGE-DAYS = RUN-DAYNUM - CONV-DAYNUM
               IF SHIP-AGE-DAYS > AGE-LIMIT-DAYS
                   PERFORM CHECK-SHIPMENT-COMPANY
                   IF OTHER-COMPANY = "N"
                       PERFORM STORE-UNDELIVERED-ROW
                   END-IF
               END-IF
           END-IF
       END-IF.

      *A shipment is its order's company's.
       CHECK-SHIPMENT-COMPANY.
       MOVE "N" TO OTHER-COMPANY.
       MOVE SHIPMENT-ORDER-ID TO ORDER-ID.
       READ ORDERS-FILE RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF ORDER-COMPANY-CODE NOT = SESSION-COMPANY-CODE
                   MOVE "Y" TO OTHER-COMPANY
               END-IF
       END-READ.

       STORE-UNDELIVERED-ROW.
       IF WIND-COUNT < 100
           ADD 1 TO WIND-COUNT

       01  RUN-DAYNUM PIC 9(7).
       01  HOLD-AGE-DAYS PIC S9(7).
       77  HELD-SHOWN PIC 9(5).
       77  CREDIT-EVENT-TYPE-FIELD PIC X(01).
       77  CREDIT-EVENT-LEVEL-FIELD PIC 9(1).
       77  CREDIT-EVENT-AMOUNT-FIELD PIC 9(9)V99.
       77  CREDIT-EVENT-REF-FIELD PIC X(20).
       77  AUDIT-BEFORE PIC X(40).
       77  AUDIT-AFTER PIC X(40).
       77  AUDIT-ORDER-ID PIC X(15).
       GOBACK.

       HOLD-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Order Hold and Release Menu"
       DISPLAY "1. Place an order on hold"
       READ ORDERS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND ORDER-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No order found with that id."
       ELSE IF ORDER-STATUS NOT = "Pending"
               DISPLAY "Order " WORK-ORDER-ID " held (" HOLD-CODE
               ")."
               PERFORM LOG-HOLD-AUDIT
               IF HOLD-IS-CREDIT
                   PERFORM LOG-CREDIT-HOLD-EVENT
               END-IF
       END-WRITE.

      *A credit hold goes into the customer's credit history for the
      *periodic credit review; the hold record itself is deleted on
      *release.
       LOG-CREDIT-HOLD-EVENT.
       MOVE "H" TO CREDIT-EVENT-TYPE-FIELD.
       MOVE 0 TO CREDIT-EVENT-LEVEL-FIELD.
       MOVE 0 TO CREDIT-EVENT-AMOUNT-FIELD.
       MOVE SPACE TO CREDIT-EVENT-REF-FIELD.
       STRING "ORDER " DELIMITED BY SIZE
           WORK-ORDER-ID DELIMITED BY SIZE
           INTO CREDIT-EVENT-REF-FIELD.
       CALL "log-credit-event" USING ORDER-CUSTOMER-ID
           CREDIT-EVENT-TYPE-FIELD CREDIT-EVENT-LEVEL-FIELD
           CREDIT-EVENT-AMOUNT-FIELD CREDIT-EVENT-REF-FIELD.

       ASK-HOLD-CODE.
       DISPLAY "Hold code:".
       DISPLAY "1. Credit hold".
       READ ORDER-HOLDS-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           PERFORM CHECK-HOLD-COMPANY.
       IF RECORD-FOUND = "N"
           DISPLAY "That order is not on hold."
       ELSE
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           PERFORM CHECK-HOLD-COMPANY
       ELSE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           ADD 1 TO HELD-SHOWN
           MOVE HOLD-DATE TO CONV-DATE-X
           PERFORM COMPUTE-CONV-DAYNUM
           DISPLAY "  Reason: " HOLD-REASON-TEXT
       END-IF.

      *A hold is the company's whose order it stops.
       CHECK-HOLD-COMPANY.
       MOVE HOLD-ORDER-ID TO ORDER-ID.
       MOVE "S" TO RECORD-FOUND.
       READ ORDERS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND ORDER-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.

      *The same whole-month day arithmetic the other reports use.
       COMPUTE-CONV-DAYNUM.
       COMPUTE CONV-DAYNUM = (CONV-YEAR * 360) + (CONV-MONTH * 30)

       COPY "vendor-physical-file.cbl".
       COPY "physical-file.cbl".
       COPY "movement-physical-file.cbl".
       COPY "ncr-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "logic-file.cbl".
      * Logic file with movement fields.
       COPY "movement-logic-file.cbl".
      * Logic file with vendor nonconformance report fields.
       COPY "ncr-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so new records carry the company.
       COPY "session-data.cbl".
       01  OPTION PIC 9.
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  MOVEMENT-WRITE-OK PIC X.
       77  AVAILABLE-QUANTITY PIC S9(6).
       77  PERIOD-OPEN-FLAG PIC X.
       77  WORK-NCR-ID PIC 9(6).
       77  LAST-RTV-LINE PIC 9(2).
       77  RTV-SCAN-EOF PIC 9.
       77  AUDIT-BEFORE PIC X(40).
       77  AUDIT-AFTER PIC X(40).
       77  MOVEMENT-DOC-TYPE PIC X(10)
       OPEN I-O VENDORS-FILE.
       OPEN I-O PRODUCTS-FILE.
       OPEN I-O MOVEMENTS-FILE.
       OPEN I-O NCR-FILE.
       PERFORM RTV-MENU.
       PERFORM PROCESS-OPTION UNTIL OPTION = 0.
       CLOSE RTV-FILE.
       CLOSE VENDORS-FILE.
       CLOSE PRODUCTS-FILE.
       CLOSE MOVEMENTS-FILE.
       CLOSE NCR-FILE.
       GOBACK.

       RTV-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Return-to-Vendor Menu"
       DISPLAY "1. Raise a return to a vendor"
       DISPLAY "2. Print a debit memo"
       DISPLAY "3. Open RTV report (credits to chase)"
       DISPLAY "4. Mark an RTV as credited"
       DISPLAY "5. Charge back an accepted nonconformance report"
       DISPLAY "0. Back"
       DISPLAY "Enter your choice (0-5):"
       ACCEPT OPTION.

       PROCESS-OPTION.
       ELSE IF OPTION = 4 THEN
           PERFORM MARK-RTV-CREDITED
           PERFORM RTV-MENU
       ELSE IF OPTION = 5 THEN
           PERFORM CHARGE-BACK-NCR
           PERFORM RTV-MENU
       ELSE IF OPTION = 0 THEN
           CONTINUE
       ELSE
           DISPLAY "Invalid option. Please enter a valid choice (0-5):"
           MOVE "Invalid RTV menu option entered."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND
           END-READ
           IF RECORD-FOUND = "S"
               AND VENDOR-COMPANY-CODE NOT = SESSION-COMPANY-CODE
               MOVE "N" TO RECORD-FOUND
           END-IF
           IF RECORD-FOUND = "N"
               DISPLAY "No vendor found with that id."
           ELSE
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND
           END-READ
           IF RECORD-FOUND = "S"
               AND PRODUCT-COMPANY-CODE NOT = SESSION-COMPANY-CODE
               MOVE "N" TO RECORD-FOUND
           END-IF
           IF RECORD-FOUND = "N"
               DISPLAY "No product found with that id."
           ELSE
           MOVE RTV-DATE-FIELD TO RTV-DATE
           COMPUTE RTV-VALUE = RTV-QTY-FIELD * PRODUCT-PRICE
           MOVE "Open" TO RTV-STATUS
           MOVE 0 TO RTV-CHECK-NO
           WRITE RTV-REGISTRATION
               INVALID KEY
                   DISPLAY "Error writing RTV record. Duplicate "
       END-READ.
       IF END-OF-FILE = 0
           IF RTV-ID = WORK-RTV-ID
               PERFORM CHECK-RTV-COMPANY
           END-IF
           IF RTV-ID NOT = WORK-RTV-ID
               MOVE 1 TO END-OF-FILE
           ELSE IF RECORD-FOUND = "S"
               ADD RTV-VALUE TO MEMO-TOTAL
               DISPLAY "  Vendor: " RTV-VENDOR-ID
               " Product: " RTV-PRODUCT-ID
               " Value: " RTV-VALUE
               DISPLAY "    Reason: " RTV-REASON
               " Date: " RTV-DATE
               " Status: " RTV-STATUS.

       OPEN-RTV-REPORT.
       MOVE 0 TO OPEN-RTV-COUNT.
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND RTV-STATUS = "Open"
           PERFORM CHECK-RTV-COMPANY
           IF RECORD-FOUND = "S"
               ADD 1 TO OPEN-RTV-COUNT
               ADD RTV-VALUE TO MEMO-TOTAL
               DISPLAY "Memo: " RTV-ID
       READ RTV-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           PERFORM CHECK-RTV-COMPANY.
       IF RECORD-FOUND = "N"
           DISPLAY "No RTV line found with that memo and line."
       ELSE
           DISPLAY "Line marked credited."
       END-IF.

      *Once the vendor accepts a nonconformance report the cost is
      *charged back on a debit memo line. The faulty goods have
      *already been scrapped or shipped back, so the line carries the
      *value only and moves no stock. A report that went back with a
      *failed inspection already sits on that return's memo.
       CHARGE-BACK-NCR.
       DISPLAY "Enter the nonconformance report number: ".
       ACCEPT WORK-NCR-ID.
       MOVE WORK-NCR-ID TO NCR-ID.
       MOVE "S" TO RECORD-FOUND.
       READ NCR-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND NCR-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No nonconformance report found with that number."
       ELSE IF NCR-RTV-ID NOT = 0
           DISPLAY "Report " NCR-ID " is already on debit memo "
               NCR-RTV-ID "."
       ELSE IF NOT NCR-IS-ACCEPTED
           DISPLAY "Report " NCR-ID " has not been accepted by the "
           "vendor. Status: " NCR-STATUS
       ELSE IF NCR-VENDOR-ID = 0
           DISPLAY "Report " NCR-ID " names no vendor to charge."
       ELSE
           PERFORM TAKE-NCR-CHARGEBACK.

       TAKE-NCR-CHARGEBACK.
       ACCEPT RTV-DATE-FIELD FROM DATE YYYYMMDD.
       CALL "check-period-open" USING RTV-DATE-FIELD
           PERIOD-OPEN-FLAG.
       MOVE NCR-PRODUCT-ID TO PRODUCT-ID.
       MOVE "S" TO RECORD-FOUND.
       READ PRODUCTS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF PERIOD-OPEN-FLAG = "N"
           DISPLAY "Today's date falls in a closed "
           "accounting period. Nothing charged back."
       ELSE IF RECORD-FOUND = "N"
           DISPLAY "The product on this report is no longer on file."
       ELSE
           DISPLAY "Enter the RTV / debit memo number to charge it "
           "on: "
           ACCEPT WORK-RTV-ID
           IF WORK-RTV-ID = 0
               DISPLAY "No debit memo - nothing charged back."
           ELSE
               PERFORM FIND-NEXT-RTV-LINE
               PERFORM WRITE-CHARGEBACK-LINE
           END-IF.

       WRITE-CHARGEBACK-LINE.
       MOVE SPACE TO RTV-REGISTRATION.
       MOVE WORK-RTV-ID TO RTV-ID.
       MOVE WORK-LINE-NO TO RTV-LINE-NO.
       MOVE NCR-VENDOR-ID TO RTV-VENDOR-ID.
       MOVE NCR-PRODUCT-ID TO RTV-PRODUCT-ID.
       MOVE NCR-QUANTITY TO RTV-QUANTITY.
       STRING "NCR " DELIMITED BY SIZE
           NCR-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           NCR-DEFECT-CODE DELIMITED BY SPACE
           " CHARGEBACK" DELIMITED BY SIZE
           INTO RTV-REASON.
       MOVE RTV-DATE-FIELD TO RTV-DATE.
       COMPUTE RTV-VALUE = NCR-QUANTITY * PRODUCT-PRICE.
       MOVE "Open" TO RTV-STATUS.
       MOVE 0 TO RTV-CHECK-NO.
       WRITE RTV-REGISTRATION
           INVALID KEY
               DISPLAY "Error writing RTV record. Duplicate "
               "memo and line?"
           NOT INVALID KEY
               PERFORM MARK-NCR-CHARGED-BACK
       END-WRITE.

       MARK-NCR-CHARGED-BACK.
       MOVE "C" TO NCR-STATUS.
       MOVE WORK-RTV-ID TO NCR-RTV-ID.
       REWRITE NCR-REGISTRATION
           INVALID KEY
               DISPLAY "Error updating nonconformance report."
           NOT INVALID KEY
               MOVE SPACE TO AUDIT-BEFORE
               MOVE SPACE TO AUDIT-AFTER
               STRING "NCR " DELIMITED BY SIZE
                   NCR-ID DELIMITED BY SIZE
                   " ACCEPTED" DELIMITED BY SIZE
                   INTO AUDIT-BEFORE
               STRING "CHARGED ON RTV " DELIMITED BY SIZE
                   WORK-RTV-ID DELIMITED BY SIZE
                   " LINE " DELIMITED BY SIZE
                   WORK-LINE-NO DELIMITED BY SIZE
                   INTO AUDIT-AFTER
               CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD
                   NCR-PRODUCT-ID AUDIT-BEFORE AUDIT-AFTER
               DISPLAY "Report " NCR-ID " charged back on debit memo "
                   WORK-RTV-ID " line " WORK-LINE-NO "."
       END-REWRITE.

      *A return line belongs to the company of the vendor it goes
      *back to.
       CHECK-RTV-COMPANY.
       MOVE RTV-VENDOR-ID TO VENDOR-ID.
       MOVE "S" TO RECORD-FOUND.
       READ VENDORS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND VENDOR-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.

       FIND-NEXT-RTV-LINE.
       MOVE 0 TO LAST-RTV-LINE.
       MOVE WORK-RTV-ID TO RTV-ID.
       MOVE 0 TO RTV-LINE-NO.
       MOVE 0 TO RTV-SCAN-EOF.
       START RTV-FILE KEY IS >= RTV-KEY
           INVALID KEY MOVE 1 TO RTV-SCAN-EOF.
       PERFORM SCAN-NEXT-RTV-LINE UNTIL RTV-SCAN-EOF = 1.
       COMPUTE WORK-LINE-NO = LAST-RTV-LINE + 1.

       SCAN-NEXT-RTV-LINE.
       READ RTV-FILE NEXT RECORD
           AT END MOVE 1 TO RTV-SCAN-EOF
       END-READ.
       IF RTV-SCAN-EOF = 0
           IF RTV-ID = WORK-RTV-ID
               MOVE RTV-LINE-NO TO LAST-RTV-LINE
           ELSE
               MOVE 1 TO RTV-SCAN-EOF
           END-IF
       END-IF.

       REWRITE-PRODUCT-RECORD.
       ACCEPT PRODUCT-LAST-UPDATED-DATE FROM DATE YYYYMMDD.
       REWRITE PRODUCT-REGISTRATION
       PERFORM WRITE-MOVEMENT-RECORD UNTIL MOVEMENT-WRITE-OK = "Y".

       WRITE-MOVEMENT-RECORD.
       MOVE SESSION-COMPANY-CODE TO MOVEMENT-COMPANY-CODE.
       WRITE MOVEMENT-REGISTRATION
           INVALID KEY
               CALL "get-next-number" USING MOVEMENT-DOC-TYPE

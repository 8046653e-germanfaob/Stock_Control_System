       COPY "physical-file.cbl".
       COPY "movement-physical-file.cbl".
       COPY "returns-physical-file.cbl".
       COPY "email-outbox-physical-file.cbl".
       COPY "case-physical-file.cbl".
       COPY "audit-check-physical-file.cbl".
       SELECT OPTIONAL EXCEPTION-LOG-FILE ASSIGN TO "EXCEPTION.LOG"
           ORGANIZATION IS LINE SEQUENTIAL.

       COPY "movement-logic-file.cbl".
      * Logic file with return fields.
       COPY "returns-logic-file.cbl".
      * Logic file with email outbox fields.
       COPY "email-outbox-logic-file.cbl".
      * Logic file with customer case fields.
       COPY "case-logic-file.cbl".
      * Logic file with the last audit log chain verification.
       COPY "audit-check-logic-file.cbl".

       FD  EXCEPTION-LOG-FILE.
       01  EXCEPTION-LOG-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       77  END-OF-FILE PIC 9 VALUE 0.
       77  RUN-DATE PIC 9(8).
       01  YESTERDAY-SPLIT.
       77  YDAY-EXIT-QTY PIC 9(7) VALUE 0.
       77  OPEN-RETURNS-COUNT PIC 9(5) VALUE 0.
       77  YDAY-EXCEPTION-COUNT PIC 9(5) VALUE 0.
       77  BOUNCED-EMAIL-COUNT PIC 9(5) VALUE 0.
       77  OPEN-CASE-COUNT PIC 9(5) VALUE 0.
       77  HIGH-CASE-COUNT PIC 9(5) VALUE 0.
       77  AUDIT-CHAIN-TEXT PIC X(40).
       77  ORDER-AGE-DAYS PIC S9(7).
       01  CONV-DATE-X PIC X(8).
       01  CONV-DATE-N REDEFINES CONV-DATE-X.
       PERFORM TOTAL-YESTERDAY-MOVEMENTS.
       PERFORM COUNT-OPEN-RETURNS.
       PERFORM COUNT-YESTERDAY-EXCEPTIONS.
       PERFORM COUNT-BOUNCED-EMAILS.
       PERFORM COUNT-OPEN-CASES.
       PERFORM READ-AUDIT-CHAIN-CHECK.
       DISPLAY " ".
       DISPLAY "============ START OF DAY " RUN-DATE " ============".
       DISPLAY "Pending orders older than 2 days:  "
           OPEN-RETURNS-COUNT.
       DISPLAY "Yesterday's exception-log records: "
           YDAY-EXCEPTION-COUNT.
       DISPLAY "Bounced emails to follow up:       "
           BOUNCED-EMAIL-COUNT.
       DISPLAY "Open customer cases:               " OPEN-CASE-COUNT.
       DISPLAY "  of which high priority:          " HIGH-CASE-COUNT.
       DISPLAY "Audit log chain check:             " AUDIT-CHAIN-TEXT.
       DISPLAY "======================================================".
       GOBACK.

           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND ORDER-COMPANY-CODE = SESSION-COMPANY-CODE
           IF ORDER-STATUS = "Pending"
               MOVE ORDER-DATE-NUMERIC TO CONV-DATE-X
               PERFORM COMPUTE-CONV-DAYNUM
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND PRODUCT-COMPANY-CODE = SESSION-COMPANY-CODE
           IF NOT PRODUCT-IS-INACTIVE
               IF PRODUCT-QUANTITY < PRODUCT-REORDER-POINT
                   ADD 1 TO BELOW-REORDER-COUNT
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND MOVEMENT-COMPANY-CODE = SESSION-COMPANY-CODE
           IF MOVEMENT-DATE = YESTERDAY-DASHED
               IF MOVEMENT-IS-ENTRY
                   ADD MOVEMENT-QUANTITY TO YDAY-ENTRY-QTY
           END-IF
       END-IF.

      *A return is the company's of the order it came back against.
       COUNT-OPEN-RETURNS.
       OPEN I-O RETURNS-FILE.
       OPEN I-O ORDERS-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM CHECK-NEXT-RETURN UNTIL END-OF-FILE = 1.
       CLOSE RETURNS-FILE.
       CLOSE ORDERS-FILE.

       CHECK-NEXT-RETURN.
       READ RETURNS-FILE NEXT RECORD
       END-READ.
       IF END-OF-FILE = 0
           IF RETURN-IS-QUARANTINED
               MOVE RETURN-ORDER-ID TO ORDER-ID
               READ ORDERS-FILE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ORDER-COMPANY-CODE = SESSION-COMPANY-CODE
                           ADD 1 TO OPEN-RETURNS-COUNT
                       END-IF
               END-READ
           END-IF
       END-IF.

           END-IF
       END-IF.

      *A statement, invoice or reminder the gateway could not deliver
      *stays here until someone sends it on paper from the outbox.
       COUNT-BOUNCED-EMAILS.
       OPEN I-O EMAIL-OUTBOX-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM CHECK-NEXT-OUTBOX-ROW UNTIL END-OF-FILE = 1.
       CLOSE EMAIL-OUTBOX-FILE.

       CHECK-NEXT-OUTBOX-ROW.
       READ EMAIL-OUTBOX-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF MAIL-IS-BOUNCED
               ADD 1 TO BOUNCED-EMAIL-COUNT
           END-IF
       END-IF.

       COUNT-OPEN-CASES.
       OPEN I-O CASES-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM CHECK-NEXT-CASE UNTIL END-OF-FILE = 1.
       CLOSE CASES-FILE.

       CHECK-NEXT-CASE.
       READ CASES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND CASE-COMPANY-CODE = SESSION-COMPANY-CODE
           IF CASE-IS-OPEN
               ADD 1 TO OPEN-CASE-COUNT
               IF CASE-IS-HIGH
                   ADD 1 TO HIGH-CASE-COUNT
               END-IF
           END-IF
       END-IF.

      *The overnight chain verification leaves its result behind; a
      *failure here means someone has been at AUDIT.LOG and the
      *AUDITCHAIN report says where.
       READ-AUDIT-CHAIN-CHECK.
       MOVE SPACE TO AUDIT-CHECK-RECORD.
       OPEN INPUT AUDIT-CHECK-FILE.
       READ AUDIT-CHECK-FILE
           AT END CONTINUE
       END-READ.
       CLOSE AUDIT-CHECK-FILE.
       MOVE SPACE TO AUDIT-CHAIN-TEXT.
       IF CHAIN-CHECK-PASSED
           STRING "OK - verified " DELIMITED BY SIZE
               CHAIN-CHECK-DATE DELIMITED BY SIZE
               INTO AUDIT-CHAIN-TEXT
       ELSE IF CHAIN-CHECK-FAILED
           STRING "FAILED " DELIMITED BY SIZE
               CHAIN-CHECK-DATE DELIMITED BY SIZE
               " - problems: " DELIMITED BY SIZE
               CHAIN-CHECK-PROBLEMS DELIMITED BY SIZE
               INTO AUDIT-CHAIN-TEXT
       ELSE
           MOVE "not yet verified" TO AUDIT-CHAIN-TEXT
       END-IF.

       COMPUTE-CONV-DAYNUM.
       COMPUTE CONV-DAYNUM = (CONV-YEAR * 360) + (CONV-MONTH * 30)
           + CONV-DAY.

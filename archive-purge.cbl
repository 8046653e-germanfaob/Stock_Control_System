       COPY "archive-order-physical-file.cbl".
       COPY "archive-order-lines-physical-file.cbl".
       COPY "sales-history-physical-file.cbl".
       COPY "audit-log-physical-file.cbl".
      * Audit records older than the cutoff move to the audit archive;
      * the rest are rebuilt into a fresh AUDIT.LOG through a work
      * file.
       SELECT OPTIONAL AUDIT-ARCHIVE-FILE ASSIGN TO "AUDITARC.LOG"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AUDIT-WORK-FILE ASSIGN TO "AUDITLOG.TMP"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "archive-order-lines-logic-file.cbl".
      * Logic file with sales history fields.
       COPY "sales-history-logic-file.cbl".
      * Logic file with audit log fields.
       COPY "audit-log-logic-file.cbl".

       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-RECORD PIC X(167).

       FD  AUDIT-WORK-FILE.
       01  AUDIT-WORK-RECORD PIC X(167).

       WORKING-STORAGE SECTION.
      * Shared session data, so the carry-forward record shows who
      * archived the audit log.
       COPY "session-data.cbl".
       01  OPTION PIC 9.
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
           05  CARRY-ENTRY OCCURS 1000 TIMES.
               10  CARRY-PRODUCT-ID PIC X(15).
               10  CARRY-NET-QTY    PIC S9(8).
               10  CARRY-COMPANY-CODE PIC X(2).
       01  CARRY-IDX PIC 9(4).
       01  CARRY-FOUND PIC X.
       01  FOLD-OK PIC X.
       77  PROBE-EOF PIC 9.
       77  HISTORY-GAPS PIC 9(2) VALUE 0.
       77  PURGE-GO PIC X.
      * The audit log is archived from the top down to the first
      * record on or after the cutoff, so the chain of check values
      * is cut in one place only; the number and check value of the
      * last record archived head the rebuilt log.
       77  AUDIT-ARCHIVED PIC 9(7) VALUE 0.
       77  AUDIT-KEPT PIC 9(7) VALUE 0.
       77  AUDIT-KEEPING PIC X.
       77  CARRY-AUDIT-FOUND PIC X.
       77  CARRY-AUDIT-SEQUENCE PIC 9(9).
       77  CARRY-AUDIT-CHECK PIC 9(9).
       77  AUDIT-RUN-DATE PIC 9(8).
       77  AUDIT-RUN-TIME PIC 9(8).
       77  AUDIT-LOG-PROGRAM PIC X(20) VALUE "ARCHIVE-PURGE".
       77  AUDIT-LOG-ID PIC X(15) VALUE "AUDIT.LOG".
       77  AUDIT-LOG-BEFORE PIC X(40).
       77  AUDIT-LOG-AFTER PIC X(40).
       77  YES-NO PIC X.
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "ARCHIVE-PURGE".
       GOBACK.

       ARCHIVE-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Archive and Purge Menu"
       DISPLAY "1. Archive and purge up to a cutoff date"
       PERFORM ARCHIVE-OLD-ORDERS.
       PERFORM PURGE-OLD-MOVEMENTS.
       PERFORM WRITE-CARRY-FORWARDS.
       PERFORM ARCHIVE-AUDIT-LOG.
       DISPLAY "Archive complete.".
       DISPLAY "Orders archived: " ORDERS-ARCHIVED
       " Lines archived: " LINES-ARCHIVED.
       DISPLAY "Movements purged: " MOVEMENTS-PURGED
       " Carry-forward records: " CARRY-FWD-WRITTEN.
       DISPLAY "Audit records archived: " AUDIT-ARCHIVED
       " Audit records kept: " AUDIT-KEPT.
       IF MOVEMENTS-LEFT-BEHIND > 0
           DISPLAY "Movements left on file (carry table full): "
           MOVEMENTS-LEFT-BEHIND " - rerun after this purge to "
               LOG-MESSAGE-FIELD
       END-IF.

       ARCHIVE-AUDIT-LOG.
       MOVE 0 TO AUDIT-ARCHIVED.
       MOVE 0 TO AUDIT-KEPT.
       MOVE "N" TO AUDIT-KEEPING.
       MOVE "N" TO CARRY-AUDIT-FOUND.
       OPEN INPUT AUDIT-LOG-FILE.
       OPEN OUTPUT AUDIT-WORK-FILE.
       OPEN EXTEND AUDIT-ARCHIVE-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM SPLIT-NEXT-AUDIT-RECORD UNTIL END-OF-FILE = 1.
       CLOSE AUDIT-LOG-FILE.
       CLOSE AUDIT-WORK-FILE.
       CLOSE AUDIT-ARCHIVE-FILE.
       IF AUDIT-ARCHIVED > 0
           PERFORM REBUILD-AUDIT-LOG
       END-IF.

      *A carry-forward left by an earlier archive run is not copied
      *to the archive - the records it stands for are already there
      *- but its values carry on if nothing numbered follows it. It
      *is dated the day of that run, so it is passed over whatever
      *its date; only the records after it are held to the cutoff.
       SPLIT-NEXT-AUDIT-RECORD.
       READ AUDIT-LOG-FILE
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF AUDIT-KEEPING = "N"
               AND AUDIT-RECORD-ID = "AUDIT-CARRY-FWD"
               AND AUDIT-PROGRAM = "ARCHIVE-PURGE"
               PERFORM ARCHIVE-AUDIT-RECORD
           ELSE IF AUDIT-KEEPING = "N" AND AUDIT-DATE < CUTOFF-DATE
               PERFORM ARCHIVE-AUDIT-RECORD
           ELSE
               MOVE "Y" TO AUDIT-KEEPING
               WRITE AUDIT-WORK-RECORD FROM AUDIT-LOG-RECORD
               ADD 1 TO AUDIT-KEPT
           END-IF
       END-IF.

       ARCHIVE-AUDIT-RECORD.
       IF AUDIT-SEQUENCE IS NUMERIC
           AND AUDIT-CHECK-VALUE IS NUMERIC
           MOVE "Y" TO CARRY-AUDIT-FOUND
           MOVE AUDIT-SEQUENCE TO CARRY-AUDIT-SEQUENCE
           MOVE AUDIT-CHECK-VALUE TO CARRY-AUDIT-CHECK
       END-IF.
       IF AUDIT-RECORD-ID NOT = "AUDIT-CARRY-FWD"
           OR AUDIT-PROGRAM NOT = "ARCHIVE-PURGE"
           WRITE AUDIT-ARCHIVE-RECORD FROM AUDIT-LOG-RECORD
           ADD 1 TO AUDIT-ARCHIVED
       END-IF.

       REBUILD-AUDIT-LOG.
       OPEN OUTPUT AUDIT-LOG-FILE.
       IF CARRY-AUDIT-FOUND = "Y"
           PERFORM WRITE-AUDIT-CARRY-FORWARD
       END-IF.
       OPEN INPUT AUDIT-WORK-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM COPY-BACK-AUDIT-RECORD UNTIL END-OF-FILE = 1.
       CLOSE AUDIT-WORK-FILE.
       CLOSE AUDIT-LOG-FILE.
       MOVE SPACE TO AUDIT-LOG-BEFORE.
       STRING AUDIT-ARCHIVED DELIMITED BY SIZE
           " records dated before " DELIMITED BY SIZE
           CUTOFF-DATE DELIMITED BY SIZE
           INTO AUDIT-LOG-BEFORE.
       MOVE "archived to AUDITARC.LOG" TO AUDIT-LOG-AFTER.
       CALL "log-audit" USING AUDIT-LOG-PROGRAM AUDIT-LOG-ID
           AUDIT-LOG-BEFORE AUDIT-LOG-AFTER.

       WRITE-AUDIT-CARRY-FORWARD.
       ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.
       ACCEPT AUDIT-RUN-TIME FROM TIME.
       MOVE SPACE TO AUDIT-LOG-RECORD.
       MOVE AUDIT-RUN-DATE TO AUDIT-DATE.
       MOVE AUDIT-RUN-TIME TO AUDIT-TIME.
       MOVE SESSION-OPERATOR-ID TO AUDIT-OPERATOR-ID.
       MOVE "ARCHIVE-PURGE" TO AUDIT-PROGRAM.
       MOVE "AUDIT-CARRY-FWD" TO AUDIT-RECORD-ID.
       MOVE "Earlier records are in AUDITARC.LOG"
           TO AUDIT-BEFORE-VALUE.
       MOVE SPACE TO AUDIT-AFTER-VALUE.
       STRING "archived before " DELIMITED BY SIZE
           CUTOFF-DATE DELIMITED BY SIZE
           INTO AUDIT-AFTER-VALUE.
       MOVE CARRY-AUDIT-SEQUENCE TO AUDIT-SEQUENCE.
       MOVE CARRY-AUDIT-CHECK TO AUDIT-CHECK-VALUE.
       WRITE AUDIT-LOG-RECORD.

       COPY-BACK-AUDIT-RECORD.
       READ AUDIT-WORK-FILE
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           WRITE AUDIT-LOG-RECORD FROM AUDIT-WORK-RECORD
       END-IF.

      *One pass over the orders that qualify for the purge, noting
      *the period of every shipped line and probing SALESHIST once
      *per distinct period.
           MOVE CARRY-COUNT TO CARRY-IDX
           MOVE MOVEMENT-PRODUCT-ID TO CARRY-PRODUCT-ID (CARRY-IDX)
           MOVE 0 TO CARRY-NET-QTY (CARRY-IDX)
           MOVE MOVEMENT-COMPANY-CODE TO CARRY-COMPANY-CODE (CARRY-IDX)
       END-IF.
       IF CARRY-IDX <= CARRY-COUNT
           MOVE "Y" TO FOLD-OK
           MOVE "CARRY-FWD" TO MOVEMENT-REFERENCE
           MOVE "OPENING BAL" TO MOVEMENT-REASON
           MOVE 0 TO MOVEMENT-UNIT-COST
           MOVE CARRY-COMPANY-CODE (CARRY-IDX)
               TO MOVEMENT-COMPANY-CODE
           WRITE MOVEMENT-REGISTRATION
               INVALID KEY
                   DISPLAY "Error writing carry-forward movement."

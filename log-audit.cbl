       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "audit-log-physical-file.cbl".
       COPY "audit-seq-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "audit-log-logic-file.cbl".
       COPY "audit-seq-logic-file.cbl".

       WORKING-STORAGE SECTION.
       COPY "session-data.cbl".
       77  LOG-DATE PIC 9(8).
       77  LOG-TIME PIC 9(8).
       77  CHAIN-PREVIOUS PIC 9(9).
       77  CHAIN-RESULT PIC 9(9).

       LINKAGE SECTION.
       01  LOG-PROGRAM-NAME PIC X(20).
       MOVE LOG-RECORD-ID TO AUDIT-RECORD-ID.
       MOVE LOG-BEFORE-VALUE TO AUDIT-BEFORE-VALUE.
       MOVE LOG-AFTER-VALUE TO AUDIT-AFTER-VALUE.
       PERFORM CHAIN-AUDIT-RECORD.
       WRITE AUDIT-LOG-RECORD.
       CLOSE AUDIT-LOG-FILE.
       PERFORM SAVE-LAST-SEQUENCE.
       GOBACK.

      *Every record carries the next number in sequence and a check
      *value chained to the record before, so a line edited, removed
      *or slipped into the log shows up on the chain verification.
      *The last number and check value written are kept apart from
      *the log as well, so lines cut off its end show up too.
       CHAIN-AUDIT-RECORD.
       MOVE 0 TO AUDIT-LAST-SEQUENCE.
       MOVE 0 TO AUDIT-LAST-CHECK-VALUE.
       OPEN INPUT AUDIT-SEQ-FILE.
       READ AUDIT-SEQ-FILE
           AT END CONTINUE
       END-READ.
       CLOSE AUDIT-SEQ-FILE.
       IF AUDIT-LAST-SEQUENCE IS NOT NUMERIC
           OR AUDIT-LAST-CHECK-VALUE IS NOT NUMERIC
           MOVE 0 TO AUDIT-LAST-SEQUENCE
           MOVE 0 TO AUDIT-LAST-CHECK-VALUE
       END-IF.
       COMPUTE AUDIT-SEQUENCE = AUDIT-LAST-SEQUENCE + 1.
       MOVE AUDIT-LAST-CHECK-VALUE TO CHAIN-PREVIOUS.
       CALL "compute-audit-check" USING CHAIN-PREVIOUS
           AUDIT-LOG-RECORD (1:157) CHAIN-RESULT.
       MOVE CHAIN-RESULT TO AUDIT-CHECK-VALUE.

       SAVE-LAST-SEQUENCE.
       OPEN OUTPUT AUDIT-SEQ-FILE.
       MOVE SPACE TO AUDIT-SEQ-RECORD.
       MOVE AUDIT-SEQUENCE TO AUDIT-LAST-SEQUENCE.
       MOVE AUDIT-CHECK-VALUE TO AUDIT-LAST-CHECK-VALUE.
       WRITE AUDIT-SEQ-RECORD.
       CLOSE AUDIT-SEQ-FILE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. audit-chain-verify.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in sequential mode.
       FILE-CONTROL.
       COPY "audit-log-physical-file.cbl".
       COPY "audit-seq-physical-file.cbl".
       COPY "audit-check-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with audit log fields.
       COPY "audit-log-logic-file.cbl".
      * Logic file with the last audit sequence written.
       COPY "audit-seq-logic-file.cbl".
      * Logic file with the last chain verification result.
       COPY "audit-check-logic-file.cbl".

       WORKING-STORAGE SECTION.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  RUN-DATE PIC 9(8).
       77  CHAIN-STARTED PIC X.
       77  CHAIN-RESTARTED PIC X.
       77  EXPECTED-SEQUENCE PIC 9(9).
       77  CHAIN-PREVIOUS PIC 9(9).
       77  CHAIN-RESULT PIC 9(9).
       77  LAST-SEQUENCE PIC 9(9).
       77  LAST-CHECK-VALUE PIC 9(9).
       77  MISSING-FROM PIC 9(9).
       77  MISSING-TO PIC 9(9).
       77  RECORDS-READ PIC 9(9) VALUE 0.
       77  RECORDS-CHAINED PIC 9(9) VALUE 0.
       77  RECORDS-UNCHAINED PIC 9(9) VALUE 0.
       77  PROBLEM-COUNT PIC 9(5) VALUE 0.
       77  PROBLEM-TEXT PIC X(100).
       77  LINE-EDIT PIC Z(8)9.
       77  SEQ-EDIT PIC Z(8)9.
       77  COUNT-EDIT PIC Z(8)9.
       01  REPORT-LINE-BUFFER PIC X(132).
       77  SPOOL-ACTION PIC X.
       77  SPOOL-REPORT-NAME PIC X(12) VALUE "AUDITCHAIN".
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "AUDIT-CHAIN-VERIFY".
       77  LOG-MESSAGE-FIELD PIC X(80).

       PROCEDURE DIVISION.

      *Reads the whole audit log and works every record's check value
      *again from the one before. A number skipped is a gap - lines
      *taken out; a record whose check does not match was altered
      *after it was written; a record with no number after the
      *chain began, or numbered out of turn, was slipped in. Lines
      *written before the log was numbered are counted and passed.
      *The last record is also held against the number and check
      *value log-audit kept apart, so lines cut off the end show.
      *The result goes to AUDITCHK.CTL for the start-of-day screen.
       PROGRAM-BEGIN.
       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       MOVE "N" TO CHAIN-STARTED.
       MOVE "N" TO CHAIN-RESTARTED.
       MOVE 1 TO EXPECTED-SEQUENCE.
       MOVE 0 TO CHAIN-PREVIOUS.
       MOVE 0 TO LAST-SEQUENCE.
       MOVE 0 TO LAST-CHECK-VALUE.
       MOVE "O" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "AUDIT LOG CHAIN VERIFICATION - " DELIMITED BY SIZE
           RUN-DATE DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       MOVE "     LINE  SEQUENCE PROBLEM" TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       OPEN INPUT AUDIT-LOG-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM CHECK-NEXT-AUDIT-RECORD UNTIL END-OF-FILE = 1.
       CLOSE AUDIT-LOG-FILE.
       PERFORM CHECK-LOG-END.
       PERFORM PRINT-SUMMARY.
       MOVE "C" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       PERFORM SAVE-CHECK-RESULT.
       IF PROBLEM-COUNT > 0
           MOVE SPACE TO LOG-MESSAGE-FIELD
           STRING "Audit log chain verification found "
               DELIMITED BY SIZE
               PROBLEM-COUNT DELIMITED BY SIZE
               " problem(s)." DELIMITED BY SIZE
               INTO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
       END-IF.
       GOBACK.

       CHECK-NEXT-AUDIT-RECORD.
       READ AUDIT-LOG-FILE
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           ADD 1 TO RECORDS-READ
           PERFORM CHECK-AUDIT-RECORD
       END-IF.

       CHECK-AUDIT-RECORD.
       IF AUDIT-SEQUENCE IS NOT NUMERIC
           OR AUDIT-CHECK-VALUE IS NOT NUMERIC
           IF CHAIN-STARTED = "N"
               ADD 1 TO RECORDS-UNCHAINED
           ELSE
               MOVE "Record with no sequence number inside the chain"
                   TO PROBLEM-TEXT
               MOVE 0 TO SEQ-EDIT
               PERFORM PRINT-PROBLEM
           END-IF
       ELSE IF AUDIT-RECORD-ID = "AUDIT-CARRY-FWD"
           AND AUDIT-PROGRAM = "ARCHIVE-PURGE"
           PERFORM TAKE-CARRY-FORWARD
       ELSE
           PERFORM CHECK-CHAINED-RECORD
       END-IF.

      *An archive run leaves the number and check value of the last
      *record it archived at the head of the log; the chain carries
      *on from there. Anywhere else it does not belong.
       TAKE-CARRY-FORWARD.
       IF CHAIN-STARTED = "N"
           MOVE "Y" TO CHAIN-STARTED
           COMPUTE EXPECTED-SEQUENCE = AUDIT-SEQUENCE + 1
           MOVE AUDIT-CHECK-VALUE TO CHAIN-PREVIOUS
           MOVE AUDIT-SEQUENCE TO LAST-SEQUENCE
           MOVE AUDIT-CHECK-VALUE TO LAST-CHECK-VALUE
       ELSE
           MOVE "Archive carry-forward record inside the chain"
               TO PROBLEM-TEXT
           MOVE AUDIT-SEQUENCE TO SEQ-EDIT
           PERFORM PRINT-PROBLEM
       END-IF.

       CHECK-CHAINED-RECORD.
       ADD 1 TO RECORDS-CHAINED.
       MOVE AUDIT-SEQUENCE TO SEQ-EDIT.
       IF CHAIN-STARTED = "N"
           MOVE "Y" TO CHAIN-STARTED
           IF AUDIT-SEQUENCE NOT = 1
               MOVE 1 TO MISSING-FROM
               COMPUTE MISSING-TO = AUDIT-SEQUENCE - 1
               PERFORM PRINT-GAP
               PERFORM PRINT-CHAIN-BROKEN
               MOVE AUDIT-SEQUENCE TO EXPECTED-SEQUENCE
               MOVE "Y" TO CHAIN-RESTARTED
           END-IF
       ELSE IF AUDIT-SEQUENCE < EXPECTED-SEQUENCE
           MOVE "Sequence number repeated or out of turn"
               TO PROBLEM-TEXT
           PERFORM PRINT-PROBLEM
       ELSE IF AUDIT-SEQUENCE > EXPECTED-SEQUENCE
           MOVE EXPECTED-SEQUENCE TO MISSING-FROM
           COMPUTE MISSING-TO = AUDIT-SEQUENCE - 1
           PERFORM PRINT-GAP
           PERFORM PRINT-CHAIN-BROKEN
           MOVE AUDIT-SEQUENCE TO EXPECTED-SEQUENCE
           MOVE "Y" TO CHAIN-RESTARTED
       END-IF.
       IF AUDIT-SEQUENCE = EXPECTED-SEQUENCE
           PERFORM CHECK-RECORD-VALUE
           ADD 1 TO EXPECTED-SEQUENCE
           MOVE AUDIT-CHECK-VALUE TO CHAIN-PREVIOUS
           MOVE AUDIT-SEQUENCE TO LAST-SEQUENCE
           MOVE AUDIT-CHECK-VALUE TO LAST-CHECK-VALUE
       END-IF.

      *After a gap the record's own check cannot be worked without
      *the one before it, so checking restarts from its value.
       CHECK-RECORD-VALUE.
       IF CHAIN-RESTARTED = "Y"
           MOVE "N" TO CHAIN-RESTARTED
       ELSE
           CALL "compute-audit-check" USING CHAIN-PREVIOUS
               AUDIT-LOG-RECORD (1:157) CHAIN-RESULT
           IF CHAIN-RESULT NOT = AUDIT-CHECK-VALUE
               MOVE "Record altered - check value does not match"
                   TO PROBLEM-TEXT
               PERFORM PRINT-PROBLEM
           END-IF
       END-IF.

      *Lines cut off the end leave the log short of the number kept
      *apart; a last line rewritten leaves its check value adrift.
       CHECK-LOG-END.
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
       IF AUDIT-LAST-SEQUENCE > LAST-SEQUENCE
           COMPUTE MISSING-FROM = LAST-SEQUENCE + 1
           MOVE AUDIT-LAST-SEQUENCE TO MISSING-TO
           MOVE AUDIT-LAST-SEQUENCE TO SEQ-EDIT
           PERFORM PRINT-GAP
       ELSE IF AUDIT-LAST-SEQUENCE < LAST-SEQUENCE
           MOVE LAST-SEQUENCE TO SEQ-EDIT
           MOVE "Log runs past the last sequence number written"
               TO PROBLEM-TEXT
           PERFORM PRINT-PROBLEM
       ELSE IF AUDIT-LAST-SEQUENCE NOT = 0
           AND AUDIT-LAST-CHECK-VALUE NOT = LAST-CHECK-VALUE
           MOVE LAST-SEQUENCE TO SEQ-EDIT
           MOVE "Last record's check value differs from the one kept"
               TO PROBLEM-TEXT
           PERFORM PRINT-PROBLEM
       END-IF.

       PRINT-GAP.
       MOVE SPACE TO PROBLEM-TEXT.
       STRING "Gap - sequence numbers " DELIMITED BY SIZE
           MISSING-FROM DELIMITED BY SIZE
           " to " DELIMITED BY SIZE
           MISSING-TO DELIMITED BY SIZE
           " missing" DELIMITED BY SIZE
           INTO PROBLEM-TEXT.
       PERFORM PRINT-PROBLEM.

       PRINT-CHAIN-BROKEN.
       MOVE "Chain broken - restarting the check from this record"
           TO PROBLEM-TEXT.
       PERFORM PRINT-PROBLEM.

       PRINT-PROBLEM.
       ADD 1 TO PROBLEM-COUNT.
       MOVE RECORDS-READ TO LINE-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING LINE-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SEQ-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PROBLEM-TEXT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.

       PRINT-SUMMARY.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE RECORDS-READ TO COUNT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Records read:              " DELIMITED BY SIZE
           COUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE RECORDS-CHAINED TO COUNT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Records in the chain:      " DELIMITED BY SIZE
           COUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE RECORDS-UNCHAINED TO COUNT-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Written before numbering:  " DELIMITED BY SIZE
           COUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       IF PROBLEM-COUNT = 0
           MOVE "The audit log chain is intact." TO REPORT-LINE-BUFFER
       ELSE
           STRING "Problems found: " DELIMITED BY SIZE
               PROBLEM-COUNT DELIMITED BY SIZE
               " - the audit log has been tampered with or damaged."
               DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
       END-IF.
       PERFORM SHOW-REPORT-LINE.

       SAVE-CHECK-RESULT.
       OPEN OUTPUT AUDIT-CHECK-FILE.
       MOVE SPACE TO AUDIT-CHECK-RECORD.
       MOVE RUN-DATE TO CHAIN-CHECK-DATE.
       MOVE RECORDS-READ TO CHAIN-CHECK-RECORDS.
       MOVE PROBLEM-COUNT TO CHAIN-CHECK-PROBLEMS.
       IF PROBLEM-COUNT = 0
           MOVE "OK" TO CHAIN-CHECK-RESULT
       ELSE
           MOVE "FAIL" TO CHAIN-CHECK-RESULT
       END-IF.
       WRITE AUDIT-CHECK-RECORD.
       CLOSE AUDIT-CHECK-FILE.

       SHOW-REPORT-LINE.
       DISPLAY REPORT-LINE-BUFFER.
       MOVE "L" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

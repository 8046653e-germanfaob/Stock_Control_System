       IDENTIFICATION DIVISION.
       PROGRAM-ID. copy-training-pricing.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "price-list-physical-file.cbl".
       COPY "qty-break-physical-file.cbl".
       COPY "price-schedule-physical-file.cbl".
       COPY "price-history-physical-file.cbl".
       COPY "pending-change-physical-file.cbl".
       COPY "promotion-physical-file.cbl".
       COPY "rebate-physical-file.cbl".
       COPY "exchange-rate-physical-file.cbl".
       COPY "freight-rate-physical-file.cbl".
       COPY "budget-physical-file.cbl".
       COPY "forecast-physical-file.cbl".
       COPY "demand-history-physical-file.cbl".
       COPY "sales-history-physical-file.cbl".
      * Each file passes through the sequential work file, which
      * stays in the live directory.
       SELECT TRAINING-WORK-FILE ASSIGN TO "TRAINING.WRK"
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Logic file with contract price fields.
       COPY "price-list-logic-file.cbl".
      * Logic file with quantity break fields.
       COPY "qty-break-logic-file.cbl".
      * Logic file with scheduled price change fields.
       COPY "price-schedule-logic-file.cbl".
      * Logic file with product price history fields.
       COPY "price-history-logic-file.cbl".
      * Logic file with pending master-data change fields.
       COPY "pending-change-logic-file.cbl".
      * Logic file with promotion campaign fields.
       COPY "promotion-logic-file.cbl".
      * Logic file with rebate agreement fields.
       COPY "rebate-logic-file.cbl".
      * Logic file with exchange rate fields.
       COPY "exchange-rate-logic-file.cbl".
      * Logic file with carrier freight rate fields.
       COPY "freight-rate-logic-file.cbl".
      * Logic file with sales budget fields.
       COPY "budget-logic-file.cbl".
      * Logic file with demand forecast fields.
       COPY "forecast-logic-file.cbl".
      * Logic file with demand history fields.
       COPY "demand-history-logic-file.cbl".
      * Logic file with sales history fields.
       COPY "sales-history-logic-file.cbl".

       FD  TRAINING-WORK-FILE.
       01  TRAINING-WORK-RECORD PIC X(300).

       WORKING-STORAGE SECTION.
       77  END-OF-FILE PIC 9.
       77  COPY-FILE-NAME PIC X(25).
       77  RECORDS-UNLOADED PIC 9(7).
       77  RECORDS-RELOADED PIC 9(7).
       77  DATA-SET-CHOICE PIC X.

       LINKAGE SECTION.
      * Running totals for the whole refresh, kept by the caller.
       01  FILES-COPIED PIC 9(3).
       01  RECORDS-IN-ERROR PIC 9(5).

       PROCEDURE DIVISION USING FILES-COPIED RECORDS-IN-ERROR.

      *Copies the price, rate, promotion and rebate files and the
      *sales planning history from the live data set into the
      *training one. Every record goes back through the file's own
      *SELECT, so the training file is built with the same keys and
      *alternate indexes as the live one. The live files are only
      *ever read.
       PROGRAM-BEGIN.
       PERFORM COPY-PRICE-LIST.
       PERFORM COPY-QTY-BREAKS.
       PERFORM COPY-PRICE-SCHEDULE.
       PERFORM COPY-PRICE-HISTORY.
       PERFORM COPY-PENDING-CHANGES.
       PERFORM COPY-PROMOTIONS.
       PERFORM COPY-REBATE-AGREEMENTS.
       PERFORM COPY-EXCHANGE-RATES.
       PERFORM COPY-FREIGHT-RATES.
       PERFORM COPY-SALES-BUDGETS.
       PERFORM COPY-FORECAST.
       PERFORM COPY-DEMAND-HISTORY.
       PERFORM COPY-SALES-HISTORY.
       GOBACK.

      *The live file and the work file are both opened while the
      *run still points at the live directory; a file stays bound
      *to the directory it was opened in, so only the training
      *file is opened after the switch.
       START-FILE-COPY.
       MOVE 0 TO RECORDS-UNLOADED.
       MOVE 0 TO RECORDS-RELOADED.
       MOVE 0 TO END-OF-FILE.
       OPEN OUTPUT TRAINING-WORK-FILE.

       START-FILE-RELOAD.
       CLOSE TRAINING-WORK-FILE.
       OPEN INPUT TRAINING-WORK-FILE.
       MOVE 0 TO END-OF-FILE.
       MOVE "T" TO DATA-SET-CHOICE.
       CALL "select-data-set" USING DATA-SET-CHOICE.

       FINISH-FILE-COPY.
       CLOSE TRAINING-WORK-FILE.
       MOVE "L" TO DATA-SET-CHOICE.
       CALL "select-data-set" USING DATA-SET-CHOICE.
       ADD 1 TO FILES-COPIED.
       DISPLAY COPY-FILE-NAME " copied: " RECORDS-RELOADED
           " of " RECORDS-UNLOADED.

       READ-WORK-RECORD.
       READ TRAINING-WORK-FILE
           AT END MOVE 1 TO END-OF-FILE
       END-READ.

       WRITE-WORK-RECORD.
       WRITE TRAINING-WORK-RECORD.
       ADD 1 TO RECORDS-UNLOADED.

       COPY-PRICE-LIST.
       MOVE "PRICE-LIST" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT PRICE-LIST-FILE.
       PERFORM UNLOAD-PRICE-LIST UNTIL END-OF-FILE = 1.
       CLOSE PRICE-LIST-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT PRICE-LIST-FILE.
       PERFORM RELOAD-PRICE-LIST UNTIL END-OF-FILE = 1.
       CLOSE PRICE-LIST-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-PRICE-LIST.
       READ PRICE-LIST-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE PRICE-LIST-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-PRICE-LIST.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO PRICE-LIST-REGISTRATION
           WRITE PRICE-LIST-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-QTY-BREAKS.
       MOVE "QTY-BREAKS" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT QTY-BREAKS-FILE.
       PERFORM UNLOAD-QTY-BREAKS UNTIL END-OF-FILE = 1.
       CLOSE QTY-BREAKS-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT QTY-BREAKS-FILE.
       PERFORM RELOAD-QTY-BREAKS UNTIL END-OF-FILE = 1.
       CLOSE QTY-BREAKS-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-QTY-BREAKS.
       READ QTY-BREAKS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE QTY-BREAK-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-QTY-BREAKS.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO QTY-BREAK-REGISTRATION
           WRITE QTY-BREAK-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-PRICE-SCHEDULE.
       MOVE "PRICE-SCHEDULE" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT PRICE-SCHEDULE-FILE.
       PERFORM UNLOAD-PRICE-SCHEDULE UNTIL END-OF-FILE = 1.
       CLOSE PRICE-SCHEDULE-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT PRICE-SCHEDULE-FILE.
       PERFORM RELOAD-PRICE-SCHEDULE UNTIL END-OF-FILE = 1.
       CLOSE PRICE-SCHEDULE-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-PRICE-SCHEDULE.
       READ PRICE-SCHEDULE-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE PRICE-SCHEDULE-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-PRICE-SCHEDULE.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO PRICE-SCHEDULE-REGISTRATION
           WRITE PRICE-SCHEDULE-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-PRICE-HISTORY.
       MOVE "PRICE-HISTORY" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT PRICE-HISTORY-FILE.
       PERFORM UNLOAD-PRICE-HISTORY UNTIL END-OF-FILE = 1.
       CLOSE PRICE-HISTORY-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT PRICE-HISTORY-FILE.
       PERFORM RELOAD-PRICE-HISTORY UNTIL END-OF-FILE = 1.
       CLOSE PRICE-HISTORY-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-PRICE-HISTORY.
       READ PRICE-HISTORY-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE PRICE-HISTORY-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-PRICE-HISTORY.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO PRICE-HISTORY-REGISTRATION
           WRITE PRICE-HISTORY-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-PENDING-CHANGES.
       MOVE "PENDING-CHANGES" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT PENDING-CHANGES-FILE.
       PERFORM UNLOAD-PENDING-CHANGES UNTIL END-OF-FILE = 1.
       CLOSE PENDING-CHANGES-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT PENDING-CHANGES-FILE.
       PERFORM RELOAD-PENDING-CHANGES UNTIL END-OF-FILE = 1.
       CLOSE PENDING-CHANGES-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-PENDING-CHANGES.
       READ PENDING-CHANGES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE PENDING-CHANGE-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-PENDING-CHANGES.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO PENDING-CHANGE-REGISTRATION
           WRITE PENDING-CHANGE-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-PROMOTIONS.
       MOVE "PROMOTIONS" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT PROMOTIONS-FILE.
       PERFORM UNLOAD-PROMOTIONS UNTIL END-OF-FILE = 1.
       CLOSE PROMOTIONS-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT PROMOTIONS-FILE.
       PERFORM RELOAD-PROMOTIONS UNTIL END-OF-FILE = 1.
       CLOSE PROMOTIONS-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-PROMOTIONS.
       READ PROMOTIONS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE PROMOTION-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-PROMOTIONS.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO PROMOTION-REGISTRATION
           WRITE PROMOTION-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-REBATE-AGREEMENTS.
       MOVE "REBATE-AGREEMENTS" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT REBATE-AGREEMENTS-FILE.
       PERFORM UNLOAD-REBATE-AGREEMENTS UNTIL END-OF-FILE = 1.
       CLOSE REBATE-AGREEMENTS-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT REBATE-AGREEMENTS-FILE.
       PERFORM RELOAD-REBATE-AGREEMENTS UNTIL END-OF-FILE = 1.
       CLOSE REBATE-AGREEMENTS-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-REBATE-AGREEMENTS.
       READ REBATE-AGREEMENTS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE REBATE-AGREEMENT-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-REBATE-AGREEMENTS.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO REBATE-AGREEMENT-REGISTRATION
           WRITE REBATE-AGREEMENT-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-EXCHANGE-RATES.
       MOVE "EXCHANGE-RATES" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT EXCHANGE-RATES-FILE.
       PERFORM UNLOAD-EXCHANGE-RATES UNTIL END-OF-FILE = 1.
       CLOSE EXCHANGE-RATES-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT EXCHANGE-RATES-FILE.
       PERFORM RELOAD-EXCHANGE-RATES UNTIL END-OF-FILE = 1.
       CLOSE EXCHANGE-RATES-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-EXCHANGE-RATES.
       READ EXCHANGE-RATES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE EXRATE-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-EXCHANGE-RATES.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO EXRATE-REGISTRATION
           WRITE EXRATE-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-FREIGHT-RATES.
       MOVE "FREIGHT-RATES" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT FREIGHT-RATES-FILE.
       PERFORM UNLOAD-FREIGHT-RATES UNTIL END-OF-FILE = 1.
       CLOSE FREIGHT-RATES-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT FREIGHT-RATES-FILE.
       PERFORM RELOAD-FREIGHT-RATES UNTIL END-OF-FILE = 1.
       CLOSE FREIGHT-RATES-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-FREIGHT-RATES.
       READ FREIGHT-RATES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE FREIGHT-RATE-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-FREIGHT-RATES.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO FREIGHT-RATE-REGISTRATION
           WRITE FREIGHT-RATE-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-SALES-BUDGETS.
       MOVE "SALES-BUDGETS" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT SALES-BUDGETS-FILE.
       PERFORM UNLOAD-SALES-BUDGETS UNTIL END-OF-FILE = 1.
       CLOSE SALES-BUDGETS-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT SALES-BUDGETS-FILE.
       PERFORM RELOAD-SALES-BUDGETS UNTIL END-OF-FILE = 1.
       CLOSE SALES-BUDGETS-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-SALES-BUDGETS.
       READ SALES-BUDGETS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE BUDGET-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-SALES-BUDGETS.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO BUDGET-REGISTRATION
           WRITE BUDGET-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-FORECAST.
       MOVE "FORECAST" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT FORECAST-FILE.
       PERFORM UNLOAD-FORECAST UNTIL END-OF-FILE = 1.
       CLOSE FORECAST-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT FORECAST-FILE.
       PERFORM RELOAD-FORECAST UNTIL END-OF-FILE = 1.
       CLOSE FORECAST-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-FORECAST.
       READ FORECAST-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE FORECAST-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-FORECAST.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO FORECAST-REGISTRATION
           WRITE FORECAST-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-DEMAND-HISTORY.
       MOVE "DEMAND-HISTORY" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT DEMAND-HISTORY-FILE.
       PERFORM UNLOAD-DEMAND-HISTORY UNTIL END-OF-FILE = 1.
       CLOSE DEMAND-HISTORY-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT DEMAND-HISTORY-FILE.
       PERFORM RELOAD-DEMAND-HISTORY UNTIL END-OF-FILE = 1.
       CLOSE DEMAND-HISTORY-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-DEMAND-HISTORY.
       READ DEMAND-HISTORY-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE DEMAND-HISTORY-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-DEMAND-HISTORY.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO DEMAND-HISTORY-REGISTRATION
           WRITE DEMAND-HISTORY-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-SALES-HISTORY.
       MOVE "SALES-HISTORY" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT SALES-HISTORY-FILE.
       PERFORM UNLOAD-SALES-HISTORY UNTIL END-OF-FILE = 1.
       CLOSE SALES-HISTORY-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT SALES-HISTORY-FILE.
       PERFORM RELOAD-SALES-HISTORY UNTIL END-OF-FILE = 1.
       CLOSE SALES-HISTORY-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-SALES-HISTORY.
       READ SALES-HISTORY-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE SALES-HISTORY-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-SALES-HISTORY.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO SALES-HISTORY-REGISTRATION
           WRITE SALES-HISTORY-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

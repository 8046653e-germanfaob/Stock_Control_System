       IDENTIFICATION DIVISION.
       PROGRAM-ID. copy-training-stock.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "movement-physical-file.cbl".
       COPY "stock-location-physical-file.cbl".
       COPY "lot-physical-file.cbl".
       COPY "serial-physical-file.cbl".
       COPY "cost-layer-physical-file.cbl".
       COPY "stock-asof-physical-file.cbl".
       COPY "stocktake-count-physical-file.cbl".
       COPY "repl-task-physical-file.cbl".
       COPY "assembly-lot-physical-file.cbl".
       COPY "ncr-physical-file.cbl".
       COPY "alert-physical-file.cbl".
      * Each file passes through the sequential work file, which
      * stays in the live directory.
       SELECT TRAINING-WORK-FILE ASSIGN TO "TRAINING.WRK"
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Logic file with movement fields.
       COPY "movement-logic-file.cbl".
      * Logic file with stock-by-location fields.
       COPY "stock-location-logic-file.cbl".
      * Logic file with lot fields.
       COPY "lot-logic-file.cbl".
      * Logic file with serial number fields.
       COPY "serial-logic-file.cbl".
      * Logic file with cost layer fields.
       COPY "cost-layer-logic-file.cbl".
      * Logic file with the as-of stock work rows.
       COPY "stock-asof-logic-file.cbl".
      * Logic file with stocktake count fields.
       COPY "stocktake-count-logic-file.cbl".
      * Logic file with replenishment task fields.
       COPY "repl-task-logic-file.cbl".
      * Logic file with assembly lot genealogy fields.
       COPY "assembly-lot-logic-file.cbl".
      * Logic file with vendor nonconformance report fields.
       COPY "ncr-logic-file.cbl".
      * Logic file with reorder alert fields.
       COPY "alert-logic-file.cbl".

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

      *Copies the stock movements and the location, lot, serial,
      *costing, count and replenishment files from the live data set
      *into the training one. Every record goes back through the
      *file's own SELECT, so the training file is built with the same
      *keys and alternate indexes as the live one. The live files are
      *only ever read.
       PROGRAM-BEGIN.
       PERFORM COPY-MOVEMENTS.
       PERFORM COPY-STOCK-LOCATIONS.
       PERFORM COPY-LOTS.
       PERFORM COPY-SERIALS.
       PERFORM COPY-COST-LAYERS.
       PERFORM COPY-STOCK-ASOF.
       PERFORM COPY-STOCKTAKE-COUNTS.
       PERFORM COPY-REPL-TASKS.
       PERFORM COPY-ASSEMBLY-LOTS.
       PERFORM COPY-NCR.
       PERFORM COPY-ALERTS.
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

       COPY-MOVEMENTS.
       MOVE "MOVEMENTS" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT MOVEMENTS-FILE.
       PERFORM UNLOAD-MOVEMENTS UNTIL END-OF-FILE = 1.
       CLOSE MOVEMENTS-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT MOVEMENTS-FILE.
       PERFORM RELOAD-MOVEMENTS UNTIL END-OF-FILE = 1.
       CLOSE MOVEMENTS-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-MOVEMENTS.
       READ MOVEMENTS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE MOVEMENT-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-MOVEMENTS.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO MOVEMENT-REGISTRATION
           WRITE MOVEMENT-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-STOCK-LOCATIONS.
       MOVE "STOCK-LOCATIONS" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT STOCK-LOCATIONS-FILE.
       PERFORM UNLOAD-STOCK-LOCATIONS UNTIL END-OF-FILE = 1.
       CLOSE STOCK-LOCATIONS-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT STOCK-LOCATIONS-FILE.
       PERFORM RELOAD-STOCK-LOCATIONS UNTIL END-OF-FILE = 1.
       CLOSE STOCK-LOCATIONS-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-STOCK-LOCATIONS.
       READ STOCK-LOCATIONS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE STOCK-LOCATION-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-STOCK-LOCATIONS.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO STOCK-LOCATION-REGISTRATION
           WRITE STOCK-LOCATION-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-LOTS.
       MOVE "LOTS" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT LOTS-FILE.
       PERFORM UNLOAD-LOTS UNTIL END-OF-FILE = 1.
       CLOSE LOTS-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT LOTS-FILE.
       PERFORM RELOAD-LOTS UNTIL END-OF-FILE = 1.
       CLOSE LOTS-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-LOTS.
       READ LOTS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE LOT-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-LOTS.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO LOT-REGISTRATION
           WRITE LOT-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-SERIALS.
       MOVE "SERIALS" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT SERIALS-FILE.
       PERFORM UNLOAD-SERIALS UNTIL END-OF-FILE = 1.
       CLOSE SERIALS-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT SERIALS-FILE.
       PERFORM RELOAD-SERIALS UNTIL END-OF-FILE = 1.
       CLOSE SERIALS-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-SERIALS.
       READ SERIALS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE SERIAL-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-SERIALS.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO SERIAL-REGISTRATION
           WRITE SERIAL-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-COST-LAYERS.
       MOVE "COST-LAYERS" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT COST-LAYERS-FILE.
       PERFORM UNLOAD-COST-LAYERS UNTIL END-OF-FILE = 1.
       CLOSE COST-LAYERS-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT COST-LAYERS-FILE.
       PERFORM RELOAD-COST-LAYERS UNTIL END-OF-FILE = 1.
       CLOSE COST-LAYERS-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-COST-LAYERS.
       READ COST-LAYERS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE COST-LAYER-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-COST-LAYERS.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO COST-LAYER-REGISTRATION
           WRITE COST-LAYER-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-STOCK-ASOF.
       MOVE "STOCK-ASOF" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT STOCK-ASOF-FILE.
       PERFORM UNLOAD-STOCK-ASOF UNTIL END-OF-FILE = 1.
       CLOSE STOCK-ASOF-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT STOCK-ASOF-FILE.
       PERFORM RELOAD-STOCK-ASOF UNTIL END-OF-FILE = 1.
       CLOSE STOCK-ASOF-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-STOCK-ASOF.
       READ STOCK-ASOF-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE STOCK-ASOF-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-STOCK-ASOF.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO STOCK-ASOF-REGISTRATION
           WRITE STOCK-ASOF-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-STOCKTAKE-COUNTS.
       MOVE "STOCKTAKE-COUNTS" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT STOCKTAKE-COUNTS-FILE.
       PERFORM UNLOAD-STOCKTAKE-COUNTS UNTIL END-OF-FILE = 1.
       CLOSE STOCKTAKE-COUNTS-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT STOCKTAKE-COUNTS-FILE.
       PERFORM RELOAD-STOCKTAKE-COUNTS UNTIL END-OF-FILE = 1.
       CLOSE STOCKTAKE-COUNTS-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-STOCKTAKE-COUNTS.
       READ STOCKTAKE-COUNTS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE STOCKTAKE-COUNT-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-STOCKTAKE-COUNTS.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO STOCKTAKE-COUNT-REGISTRATION
           WRITE STOCKTAKE-COUNT-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-REPL-TASKS.
       MOVE "REPL-TASKS" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT REPL-TASKS-FILE.
       PERFORM UNLOAD-REPL-TASKS UNTIL END-OF-FILE = 1.
       CLOSE REPL-TASKS-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT REPL-TASKS-FILE.
       PERFORM RELOAD-REPL-TASKS UNTIL END-OF-FILE = 1.
       CLOSE REPL-TASKS-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-REPL-TASKS.
       READ REPL-TASKS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE REPL-TASK-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-REPL-TASKS.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO REPL-TASK-REGISTRATION
           WRITE REPL-TASK-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-ASSEMBLY-LOTS.
       MOVE "ASSEMBLY-LOTS" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT ASSEMBLY-LOTS-FILE.
       PERFORM UNLOAD-ASSEMBLY-LOTS UNTIL END-OF-FILE = 1.
       CLOSE ASSEMBLY-LOTS-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT ASSEMBLY-LOTS-FILE.
       PERFORM RELOAD-ASSEMBLY-LOTS UNTIL END-OF-FILE = 1.
       CLOSE ASSEMBLY-LOTS-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-ASSEMBLY-LOTS.
       READ ASSEMBLY-LOTS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE ASSEMBLY-LOT-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-ASSEMBLY-LOTS.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO ASSEMBLY-LOT-REGISTRATION
           WRITE ASSEMBLY-LOT-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-NCR.
       MOVE "NCR" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT NCR-FILE.
       PERFORM UNLOAD-NCR UNTIL END-OF-FILE = 1.
       CLOSE NCR-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT NCR-FILE.
       PERFORM RELOAD-NCR UNTIL END-OF-FILE = 1.
       CLOSE NCR-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-NCR.
       READ NCR-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE NCR-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-NCR.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO NCR-REGISTRATION
           WRITE NCR-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

       COPY-ALERTS.
       MOVE "ALERTS" TO COPY-FILE-NAME.
       PERFORM START-FILE-COPY.
       OPEN INPUT ALERTS-FILE.
       PERFORM UNLOAD-ALERTS UNTIL END-OF-FILE = 1.
       CLOSE ALERTS-FILE.
       PERFORM START-FILE-RELOAD.
       OPEN OUTPUT ALERTS-FILE.
       PERFORM RELOAD-ALERTS UNTIL END-OF-FILE = 1.
       CLOSE ALERTS-FILE.
       PERFORM FINISH-FILE-COPY.

       UNLOAD-ALERTS.
       READ ALERTS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO TRAINING-WORK-RECORD
           MOVE ALERT-REGISTRATION TO TRAINING-WORK-RECORD
           PERFORM WRITE-WORK-RECORD
       END-IF.

       RELOAD-ALERTS.
       PERFORM READ-WORK-RECORD.
       IF END-OF-FILE = 0
           MOVE TRAINING-WORK-RECORD TO ALERT-REGISTRATION
           WRITE ALERT-REGISTRATION
               INVALID KEY
                   ADD 1 TO RECORDS-IN-ERROR
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE
       END-IF.

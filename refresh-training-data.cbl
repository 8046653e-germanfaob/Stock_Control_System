       IDENTIFICATION DIVISION.
       PROGRAM-ID. refresh-training-data.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Shared session data: the refresh is run from the live files.
       COPY "session-data.cbl".
       77  FILES-COPIED PIC 9(3).
       77  RECORDS-IN-ERROR PIC 9(5).
       77  CONFIRM-REFRESH PIC X.
       77  TODAY-DATE PIC 9(8).
       77  AUDIT-ID-FIELD PIC X(15) VALUE "TRAINING".
       77  AUDIT-BEFORE PIC X(40).
       77  AUDIT-AFTER PIC X(40).
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "REFRESH-TRAINING".
       77  LOG-MESSAGE-FIELD PIC X(80).

       PROCEDURE DIVISION.

      *The training files are put back to the state of the live data
      *as it stands now: every live data file is copied into the
      *training directory in one pass, the document number series
      *with them, so the training set is consistent with itself and
      *nothing a trainee keys can collide with a copied document.
      *Run it when the live files are quiet, such as straight after
      *the nightly backup. The logs, print files and run control
      *files are not copied; training keeps its own.
       PROGRAM-BEGIN.
       ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
       IF SESSION-IN-TRAINING
           DISPLAY "Sign on to the live data to refresh the training "
           "files."
           GOBACK
       END-IF.
       DISPLAY "This will replace every TRAINING file with a copy of "
       "the live data."
       DISPLAY "Continue (Y/N)?".
       ACCEPT CONFIRM-REFRESH.
       IF CONFIRM-REFRESH NOT = "Y" AND CONFIRM-REFRESH NOT = "y"
           DISPLAY "Training refresh cancelled."
           GOBACK
       END-IF.
       MOVE 0 TO FILES-COPIED.
       MOVE 0 TO RECORDS-IN-ERROR.
       CALL "copy-training-masters" USING FILES-COPIED
           RECORDS-IN-ERROR.
       CALL "copy-training-pricing" USING FILES-COPIED
           RECORDS-IN-ERROR.
       CALL "copy-training-sales" USING FILES-COPIED
           RECORDS-IN-ERROR.
       CALL "copy-training-stock" USING FILES-COPIED
           RECORDS-IN-ERROR.
       CALL "copy-training-purchasing" USING FILES-COPIED
           RECORDS-IN-ERROR.
       DISPLAY "Training files refreshed: " FILES-COPIED.
       IF RECORDS-IN-ERROR > 0
           DISPLAY "Records not written to training: " RECORDS-IN-ERROR
           MOVE "Training refresh left records uncopied."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
       END-IF.
       MOVE SPACE TO AUDIT-BEFORE.
       MOVE SPACE TO AUDIT-AFTER.
       STRING "REFRESHED=" DELIMITED BY SIZE
           TODAY-DATE DELIMITED BY SIZE
           INTO AUDIT-AFTER.
       CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD AUDIT-ID-FIELD
           AUDIT-BEFORE AUDIT-AFTER.
       GOBACK.

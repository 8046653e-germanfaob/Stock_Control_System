       IDENTIFICATION DIVISION.
       PROGRAM-ID. select-data-set.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * The live directory is taken from the run's file path the
      * first time through, before anything has changed it, and
      * kept so the run can always be pointed back at it; a run
      * with no file path works in the current directory.
       77  LIVE-PATH-SAVED PIC X VALUE "N".
       77  LIVE-FILE-PATH PIC X(200).
       77  TRAINING-FILE-PATH PIC X(200).
       77  TRAINING-DIRECTORY PIC X(8) VALUE "TRAINING".

       LINKAGE SECTION.
      * Which data set the files opened from now on belong to: "T"
      * the training copy, anything else the live files.
       01  DATA-SET-WANTED PIC X(01).

       PROCEDURE DIVISION USING DATA-SET-WANTED.

      *Every file is assigned by name alone, so the directory the run
      *looks in decides which data set a program works on. Training
      *keeps a complete copy of the files in its own directory under
      *the live one; a file already open stays with the data set it
      *was opened in.
       PROGRAM-BEGIN.
       IF LIVE-PATH-SAVED = "N"
           MOVE SPACE TO LIVE-FILE-PATH
           ACCEPT LIVE-FILE-PATH FROM ENVIRONMENT "COB_FILE_PATH"
           IF LIVE-FILE-PATH = SPACE
               MOVE "." TO LIVE-FILE-PATH
           END-IF
           MOVE "Y" TO LIVE-PATH-SAVED
       END-IF.
       DISPLAY "COB_FILE_PATH" UPON ENVIRONMENT-NAME.
       IF DATA-SET-WANTED = "T"
           PERFORM BUILD-TRAINING-PATH
           DISPLAY TRAINING-FILE-PATH UPON ENVIRONMENT-VALUE
       ELSE
           DISPLAY LIVE-FILE-PATH UPON ENVIRONMENT-VALUE
       END-IF.
       GOBACK.

       BUILD-TRAINING-PATH.
       MOVE SPACE TO TRAINING-FILE-PATH.
       STRING LIVE-FILE-PATH DELIMITED BY SPACE
           "/" DELIMITED BY SIZE
           TRAINING-DIRECTORY DELIMITED BY SIZE
           INTO TRAINING-FILE-PATH.

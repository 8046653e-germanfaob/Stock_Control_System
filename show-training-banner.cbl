       IDENTIFICATION DIVISION.
       PROGRAM-ID. show-training-banner.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Shared session data, which says whether the operator signed
      * on to the training files.
       COPY "session-data.cbl".

       PROCEDURE DIVISION.

      *Every menu puts this at its head, so an operator working on
      *the training copy of the data can never take it for the live
      *system.
       PROGRAM-BEGIN.
       IF SESSION-IN-TRAINING
           DISPLAY "************************************************"
           DISPLAY "***   TRAINING  -  NOT THE LIVE DATA FILES   ***"
           DISPLAY "************************************************"
       END-IF.
       GOBACK.

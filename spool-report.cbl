      * Shared session data, so every spooled run is stamped with
      * the operator who produced it.
       COPY "session-data.cbl".
       77  SPOOL-FILE-NAME PIC X(40) VALUE SPACE.
       77  CURRENT-RUN-NUMBER PIC 9(4).
       77  CATALOG-EOF PIC 9.
       77  SPOOL-IS-OPEN PIC X VALUE "N".

       LINKAGE SECTION.
      * Reports route their print lines through here: action "O"
      * opens a new stamped run, "L" writes a line, "C" closes it,
      * and "N" hands back the name of the file the last run went to,
      * so a document can be attached to an email.
      * The catalog keeps one row per run so yesterday's report can
      * be reprinted instead of re-run.
       01  SPOOL-ACTION PIC X.
           PERFORM WRITE-SPOOL-LINE
       ELSE IF SPOOL-ACTION = "C"
           PERFORM CLOSE-SPOOL-RUN
       ELSE IF SPOOL-ACTION = "N"
           MOVE SPOOL-FILE-NAME TO SPOOL-TEXT
       END-IF.
       GOBACK.


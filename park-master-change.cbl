       IDENTIFICATION DIVISION.
       PROGRAM-ID. park-master-change.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical file in dynamic mode.
       FILE-CONTROL.
       COPY "pending-change-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with pending master-data change fields.
       COPY "pending-change-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so the change remembers who keyed it.
       COPY "session-data.cbl".
       77  PARK-WRITE-OK PIC X.
       77  PENDING-CHANGE-DOC-TYPE PIC X(10)
           VALUE "PENDCHG".
       77  AUDIT-BEFORE PIC X(40).
       77  AUDIT-AFTER PIC X(40).
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "PARK-MASTER-CHANGE".

       LINKAGE SECTION.
      * A sensitive change to a product, customer or vendor is not
      * applied by the program that keys it: it is parked here, one
      * row per field, with the value it replaces, until a second
      * administrator approves or rejects it from the approval queue.
       01  PARK-ENTITY PIC X(10).
       01  PARK-RECORD-KEY PIC X(15).
       01  PARK-FIELD PIC X(12).
       01  PARK-OLD-VALUE PIC X(40).
       01  PARK-NEW-VALUE PIC X(40).
       01  PARKED-ID PIC 9(6).

       PROCEDURE DIVISION USING PARK-ENTITY PARK-RECORD-KEY
           PARK-FIELD PARK-OLD-VALUE PARK-NEW-VALUE PARKED-ID.
       PROGRAM-BEGIN.
       OPEN I-O PENDING-CHANGES-FILE.
       MOVE SPACE TO PENDING-CHANGE-REGISTRATION.
       CALL "get-next-number" USING PENDING-CHANGE-DOC-TYPE PCHG-ID.
       MOVE PARK-ENTITY TO PCHG-ENTITY.
       MOVE PARK-RECORD-KEY TO PCHG-RECORD-KEY.
       MOVE PARK-FIELD TO PCHG-FIELD.
       MOVE PARK-OLD-VALUE TO PCHG-OLD-VALUE.
       MOVE PARK-NEW-VALUE TO PCHG-NEW-VALUE.
       MOVE SESSION-OPERATOR-ID TO PCHG-REQUESTED-BY.
       ACCEPT PCHG-REQUESTED-DATE FROM DATE YYYYMMDD.
       MOVE "P" TO PCHG-STATUS.
       MOVE SPACE TO PCHG-DECIDED-BY.
       MOVE 0 TO PCHG-DECIDED-DATE.
       MOVE "N" TO PARK-WRITE-OK.
       PERFORM WRITE-PENDING-CHANGE
           UNTIL PARK-WRITE-OK = "Y".
       MOVE PCHG-ID TO PARKED-ID.
       CLOSE PENDING-CHANGES-FILE.
       MOVE SPACE TO AUDIT-BEFORE.
       STRING PARK-ENTITY DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           PARK-FIELD DELIMITED BY SPACE
           " CHANGE " DELIMITED BY SIZE
           PCHG-ID DELIMITED BY SIZE
           INTO AUDIT-BEFORE.
       MOVE "PARKED FOR SECOND APPROVAL" TO AUDIT-AFTER.
       CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD PARK-RECORD-KEY
           AUDIT-BEFORE AUDIT-AFTER.
       GOBACK.

       WRITE-PENDING-CHANGE.
       WRITE PENDING-CHANGE-REGISTRATION
           INVALID KEY
               CALL "get-next-number" USING PENDING-CHANGE-DOC-TYPE
                   PCHG-ID
       NOT INVALID KEY
           MOVE "Y" TO PARK-WRITE-OK
       END-WRITE.

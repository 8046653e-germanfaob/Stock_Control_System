       COPY "movement-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so new records carry the company.
       COPY "session-data.cbl".
       77  RECORD-FOUND PIC X.
       77  PRODUCT-ID-FIELD PIC X(15).
       77  RESOLVED-PRODUCT-ID PIC X(15).
       77  MOVEMENT-DOC-TYPE PIC X(10)
           VALUE "MOVEMENT".
       77  FREEZE-STATE PIC X.
       77  DEFECT-QUANTITY PIC 9(5).
       77  NCR-SOURCE-FIELD PIC X(01).
       77  NCR-REFERENCE-FIELD PIC X(20).
       77  NCR-VENDOR-FIELD PIC 9(5).
       77  NCR-RTV-FIELD PIC 9(6).
       77  RAISED-NCR-ID PIC 9(6).
       01  MOVEMENT-DATE-SPLIT.
           05  MD-YEAR  PIC X(4).
           05  FILLER   PIC X(1).
       READ PRODUCTS-FILE RECORD WITH LOCK
       INVALID KEY
       MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND PRODUCT-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.

       COUNT-RECORDS.
       DISPLAY " ".
           ELSE
               DISPLAY "Variance left unresolved."
       END-IF.
       PERFORM ASK-DEFECT-FINDING.
       PERFORM GET-PRODUCT-RECORD.

      *Counters handle every unit on the shelf, so they are the ones
      *who find the vendor's faults: split seams, short packs, wrong
      *parts in the box. A finding goes on a nonconformance report.
       ASK-DEFECT-FINDING.
       DISPLAY "Defective stock found that the vendor should answer "
       "for (Y/N)?".
       ACCEPT YES-NO.
       IF YES-NO = "Y" OR YES-NO = "y"
           DISPLAY "Enter the defective quantity: "
           ACCEPT DEFECT-QUANTITY
           IF DEFECT-QUANTITY = 0
               DISPLAY "No quantity - no report raised."
           ELSE
               MOVE "C" TO NCR-SOURCE-FIELD
               MOVE "CYCLE COUNT" TO NCR-REFERENCE-FIELD
               MOVE 0 TO NCR-VENDOR-FIELD
               MOVE 0 TO NCR-RTV-FIELD
               CALL "raise-ncr" USING NCR-SOURCE-FIELD
                   NCR-REFERENCE-FIELD PRODUCT-ID DEFECT-QUANTITY
                   NCR-VENDOR-FIELD NCR-RTV-FIELD RAISED-NCR-ID
           END-IF
       END-IF.

       POST-ADJUSTMENT.
       MOVE SPACE TO MOVEMENT-REGISTRATION.
       CALL "get-next-number" USING MOVEMENT-DOC-TYPE
       PERFORM WRITE-MOVEMENT-RECORD UNTIL MOVEMENT-WRITE-OK = "Y".

       WRITE-MOVEMENT-RECORD.
       MOVE SESSION-COMPANY-CODE TO MOVEMENT-COMPANY-CODE.
       WRITE MOVEMENT-REGISTRATION
           INVALID KEY
               CALL "get-next-number" USING MOVEMENT-DOC-TYPE

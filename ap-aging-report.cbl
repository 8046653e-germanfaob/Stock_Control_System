       COPY "vendor-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       01  END-OF-FILE PIC 9 VALUE 0.
       01  RUN-DATE PIC 9(8).
       01  VENDOR-COUNT PIC 9(3) VALUE 0.
           IF (VENDOR-INVOICE-IS-APPROVED
               OR VENDOR-INVOICE-IS-HELD)
               AND VENDOR-INVOICE-TOTAL > 0
               PERFORM READ-INVOICE-VENDOR
               IF VENDOR-COMPANY-CODE = SESSION-COMPANY-CODE
                   PERFORM BUCKET-ONE-INVOICE
               END-IF
           END-IF
       END-IF.

      *The vendor says which company owes the invoice; one no longer
      *on file is aged with the logged-in company's.
       READ-INVOICE-VENDOR.
       MOVE VENDOR-INVOICE-VENDOR-ID TO VENDOR-ID.
       READ VENDORS-FILE RECORD
           INVALID KEY
               MOVE SESSION-COMPANY-CODE TO VENDOR-COMPANY-CODE.

       BUCKET-ONE-INVOICE.
       PERFORM FIND-OR-ADD-VENDOR-ROW.
       IF SEARCH-IDX <= VENDOR-COUNT


       WORKING-STORAGE SECTION.
      * Shared session data, so the record shows who took the
      * vendor's dispatch confirmation and only the logged-in
      * company's orders are confirmed.
       COPY "session-data.cbl".
       77  RECORD-FOUND PIC X.
       77  LINES-END-OF-FILE PIC 9.
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND
           END-READ
           IF RECORD-FOUND = "S"
               AND ORDER-COMPANY-CODE NOT = SESSION-COMPANY-CODE
               MOVE "N" TO RECORD-FOUND
           END-IF
           IF RECORD-FOUND = "N"
               DISPLAY "No order found with that id."
               PERFORM GET-ORDER-RECORD
       MOVE 0 TO SHIPMENT-FREIGHT-CHARGE.
       MOVE 0 TO SHIPMENT-POD-DATE.
       MOVE SPACE TO SHIPMENT-POD-NAME.
      *Nor does it go on our carrier's collection manifest.
       SET SHIPMENT-VENDOR-SHIPPED TO TRUE.
       MOVE 0 TO SHIPMENT-MANIFEST-ID.
       WRITE SHIPMENT-REGISTRATION
           INVALID KEY
               DISPLAY "Error writing shipment record.".

       COPY "movement-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
      * Each product's ledger balance is replayed from its
      * movements: openings and entries add, exits and write-offs
      * take away. A product whose computed balance disagrees with
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND MOVEMENT-COMPANY-CODE = SESSION-COMPANY-CODE
           ADD 1 TO MOVEMENTS-READ
           PERFORM FOLD-MOVEMENT-INTO-BALANCE
       END-IF.
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND PRODUCT-COMPANY-CODE = SESSION-COMPANY-CODE
           ADD 1 TO PRODUCTS-CHECKED
           PERFORM COMPARE-ONE-PRODUCT
       END-IF.

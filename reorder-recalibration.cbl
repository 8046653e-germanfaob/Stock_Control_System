       GOBACK.

       RECALIBRATION-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Reorder Parameter Recalibration Menu"
       DISPLAY "1. Rebuild monthly demand history from movements"
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND PRODUCT-COMPANY-CODE = SESSION-COMPANY-CODE
           IF NOT PRODUCT-IS-INACTIVE
               AND PRODUCT-SUPERSEDED-BY = SPACE
               PERFORM GATHER-PRODUCT-DEMAND

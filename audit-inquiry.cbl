       GOBACK.

       INQUIRY-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Audit Log Inquiry Menu"
       DISPLAY "1. Filter by record id (product, order...)"

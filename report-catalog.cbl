       GOBACK.

       CATALOG-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Report Catalog Menu"
       DISPLAY "1. List past report runs"

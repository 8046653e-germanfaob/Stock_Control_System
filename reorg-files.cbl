       GOBACK.

       REORG-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "File Reorganization Menu"
       DISPLAY "1. Rebuild PRODUCTS-FILE"

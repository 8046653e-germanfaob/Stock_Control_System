       GOBACK.

       BARCODE-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Barcode Maintenance Menu"
       DISPLAY "1. Register a barcode for a product"

       GOBACK.

       RATE-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Exchange Rate Maintenance Menu"
       DISPLAY "1. Enter a dated exchange rate"

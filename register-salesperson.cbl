       GOBACK.

       SALESPERSON-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Salesperson Maintenance Menu"
       DISPLAY "1. Register new salesperson"

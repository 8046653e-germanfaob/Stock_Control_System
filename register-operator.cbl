       GOBACK.

       OPERATOR-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Operator Maintenance Menu"
       DISPLAY "1. Register new operator"

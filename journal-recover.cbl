       GOBACK.

       RECOVER-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Roll-Forward Recovery Menu"
       DISPLAY "1. Restore the last backup set"

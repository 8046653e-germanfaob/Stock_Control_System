       GOBACK.

       CALENDAR-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Business Calendar Menu"
       DISPLAY "1. Register a calendar date"

       GOBACK.

       CATEGORY-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Category Maintenance Menu"
       DISPLAY "1. Register new category"

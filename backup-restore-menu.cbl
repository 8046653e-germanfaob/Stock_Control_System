
       PROCEDURE DIVISION.
       BACKUP-RESTORE-MENU.
           CALL "show-training-banner"
           DISPLAY "Backup and Restore Menu"
           DISPLAY "1. Backup PRODUCTS-FILE and ORDERS-FILE"
           DISPLAY "2. Restore PRODUCTS-FILE and ORDERS-FILE"
           DISPLAY "4. Reorganize and rebuild the indexed files"
           DISPLAY "5. Roll-forward recovery (journal replay)"
           DISPLAY "6. Business calendar maintenance"
           DISPLAY "7. Refresh the TRAINING data from the live files"
           DISPLAY "0. Back to Main Menu"
           DISPLAY "Enter your choice (0-7):"
           ACCEPT OPTION

           PERFORM PROCESS-OPTION UNTIL OPTION = 0.
               DISPLAY "Perform <Business Calendar> operation:"
               CALL "register-calendar"
               PERFORM BACKUP-RESTORE-MENU
           ELSE IF OPTION = 7 THEN
               DISPLAY "Perform <Training Data Refresh> operation:"
               CALL "refresh-training-data"
               PERFORM BACKUP-RESTORE-MENU
           ELSE IF OPTION = 0 THEN
               GOBACK
           ELSE
               DISPLAY
               "Invalid option. Please enter a valid choice (0-7):"
               MOVE "Invalid backup/restore menu option entered."
                   TO LOG-MESSAGE-FIELD
               CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD

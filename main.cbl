           STOP RUN.

       DISPLAY-MENU.
           CALL "show-training-banner"
           DISPLAY "Stock Management Menu"
           DISPLAY "1. Inventary Tracking"
           DISPLAY "2. Order Management"
           DISPLAY "5. Operator Maintenance"
           DISPLAY "6. Backup and Restore"
           DISPLAY "7. Accounting Period Control"
           DISPLAY "8. Master-Data Change Approvals"
           DISPLAY "9. Company Maintenance"
           DISPLAY "0. Exit"
           DISPLAY "Enter your choice (0-9)".
           ACCEPT MENU-OPTION.

       PROCESS-OPTION.
               END-IF
               DISPLAY "Returning to the main manu."
               PERFORM DISPLAY-MENU
           ELSE IF MENU-OPTION = 8 THEN
               IF SESSION-ROLE-IS-ADMIN
                   CALL "approve-master-changes"
               ELSE
                   DISPLAY "Access restricted to administrators."
               END-IF
               DISPLAY "Returning to the main manu."
               PERFORM DISPLAY-MENU
           ELSE IF MENU-OPTION = 9 THEN
               IF SESSION-ROLE-IS-ADMIN
                   CALL "maintain-companies"
               ELSE
                   DISPLAY "Access restricted to administrators."
               END-IF
               DISPLAY "Returning to the main manu."
               PERFORM DISPLAY-MENU
           ELSE
               DISPLAY
               "Invalid option. Please enter a valid choice (0-9):"
               MOVE "Invalid main menu option entered."
                   TO LOG-MESSAGE-FIELD
               CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD

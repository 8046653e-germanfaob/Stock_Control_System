
       PROCEDURE DIVISION.
       ORDER-MENU.
           CALL "show-training-banner"
           DISPLAY "Order Management Menu"
           DISPLAY "1. Place order"
           DISPLAY "2. View order"
           DISPLAY "27. Stock reservations for customers"
           DISPLAY "28. Counter sale (walk-in cash sale)"
           DISPLAY "29. Export shipment documentation pack"
           DISPLAY "30. Customer rebate agreements"
           DISPLAY "31. Sales budget maintenance"
           DISPLAY "32. Electronic invoice transmission"
           DISPLAY "33. Warranty claims"
           DISPLAY "34. Carrier close-out and manifest"
           DISPLAY "35. Own-fleet delivery routes and route sheets"
           DISPLAY "36. Promotion campaigns"
           DISPLAY "37. Till open and cash-up"
           DISPLAY "38. Customer complaint cases"
           DISPLAY "39. Import customers from the CRM"
           DISPLAY "40. Export customer balances to the CRM"
           DISPLAY "41. Sales channel stock and price feed"
           DISPLAY "42. Customer consignment sites"
           DISPLAY "0. Back to Main Menu"
           DISPLAY "Enter your choice (0-42):"
           ACCEPT OPTION

           PERFORM PROCESS-OPTION UNTIL OPTION = 0.
                  DISPLAY "Perform <Export Documentation> operation:"
                  CALL "export-docs"
                  PERFORM ORDER-MENU
           ELSE IF OPTION = 30 THEN
                  DISPLAY "Perform <Customer Rebates> operation:"
                  CALL "register-rebate"
                  PERFORM ORDER-MENU
           ELSE IF OPTION = 31 THEN
                  DISPLAY "Perform <Sales Budgets> operation:"
                  CALL "register-budget"
                  PERFORM ORDER-MENU
           ELSE IF OPTION = 32 THEN
                  DISPLAY "Perform <Electronic Invoices> operation:"
                  CALL "e-invoice-transmit"
                  PERFORM ORDER-MENU
           ELSE IF OPTION = 33 THEN
                  DISPLAY "Perform <Warranty Claims> operation:"
                  CALL "warranty-claims"
                  PERFORM ORDER-MENU
           ELSE IF OPTION = 34 THEN
                  DISPLAY "Perform <Carrier Close-Out> operation:"
                  CALL "carrier-close-out"
                  PERFORM ORDER-MENU
           ELSE IF OPTION = 35 THEN
                  DISPLAY "Perform <Delivery Routes> operation:"
                  CALL "delivery-routes"
                  PERFORM ORDER-MENU
           ELSE IF OPTION = 36 THEN
                  DISPLAY "Perform <Promotion Campaigns> operation:"
                  CALL "register-promotion"
                  PERFORM ORDER-MENU
           ELSE IF OPTION = 37 THEN
                  DISPLAY "Perform <Till Cash-Up> operation:"
                  CALL "till-cash-up"
                  PERFORM ORDER-MENU
           ELSE IF OPTION = 38 THEN
                  DISPLAY "Perform <Customer complaint cases> "
                  "operation:"
                  CALL "customer-cases"
                  PERFORM ORDER-MENU
           ELSE IF OPTION = 39 THEN
                  DISPLAY "Perform <CRM Customer Import> operation:"
                  CALL "crm-customer-import"
                  PERFORM ORDER-MENU
           ELSE IF OPTION = 40 THEN
                  DISPLAY "Perform <CRM Customer Export> operation:"
                  CALL "crm-customer-export"
                  PERFORM ORDER-MENU
           ELSE IF OPTION = 41 THEN
                  DISPLAY "Perform <Channel Feed Export> operation:"
                  CALL "channel-feed-export"
                  PERFORM ORDER-MENU
           ELSE IF OPTION = 42 THEN
                  DISPLAY "Perform <Customer Consignment> operation:"
                  CALL "customer-consignment"
                  PERFORM ORDER-MENU
           ELSE IF OPTION = 0 THEN
               GOBACK
           ELSE
               DISPLAY
               "Invalid option. Please enter a valid choice (0-42):"
               MOVE "Invalid order menu option entered."
                   TO LOG-MESSAGE-FIELD
               CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD

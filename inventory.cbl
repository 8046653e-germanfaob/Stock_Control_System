      * which of these operations this operator is allowed to run.
       COPY "session-data.cbl".
       01  OPTION PIC 99.
       01  GRID-STYLE-CODE PIC X(6).
       01  GRID-RESULT PIC X.
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "INVENTORY".
       77  LOG-MESSAGE-FIELD PIC X(80).

       PROCEDURE DIVISION.
       INVENTORY-MENU.
           CALL "show-training-banner"
           DISPLAY "Inventory Tracking Menu"
           DISPLAY "1. Register new product"
           DISPLAY "2. Check Stock"
           DISPLAY "28. Reorder parameter recalibration"
           DISPLAY "29. Pick-face replenishment tasks"
           DISPLAY "30. Barcode and shelf label print run"
           DISPLAY "31. Payment terms maintenance"
           DISPLAY "32. Demand forecast"
           DISPLAY "33. Shift hours entry"
           DISPLAY "34. Style and variant maintenance"
           DISPLAY "35. Product description maintenance"
           DISPLAY "36. Scheduled price changes"
           DISPLAY "37. Vendor nonconformance reports"
           DISPLAY "38. Import vendor advance ship notices"
           DISPLAY "0. Back to Main Menu"
           DISPLAY "Enter your choice (0-38):"
           ACCEPT OPTION

           PERFORM PROCESS-OPTION UNTIL OPTION = 0.
               PERFORM INVENTORY-MENU
           ELSE IF OPTION = 2 THEN
               DISPLAY "Perform <Check Stock> operation:"
               PERFORM CHECK-STOCK-OR-STYLE
               PERFORM INVENTORY-MENU
           ELSE IF OPTION = 3 THEN
               DISPLAY "Perform <Update Stock> operation:"
               DISPLAY "Perform <Label Print Run> operation:"
               CALL "label-print-run"
               PERFORM INVENTORY-MENU
           ELSE IF OPTION = 31 THEN
               DISPLAY "Perform <Payment Terms Maintenance> operation:"
               CALL "register-terms"
               PERFORM INVENTORY-MENU
           ELSE IF OPTION = 32 THEN
               DISPLAY "Perform <Demand Forecast> operation:"
               CALL "demand-forecast"
               PERFORM INVENTORY-MENU
           ELSE IF OPTION = 33 THEN
               DISPLAY "Perform <Shift Hours Entry> operation:"
               CALL "shift-time-entry"
               PERFORM INVENTORY-MENU
           ELSE IF OPTION = 34 THEN
               DISPLAY "Perform <Style and Variant Maintenance> "
               "operation:"
               CALL "maintain-styles"
               PERFORM INVENTORY-MENU
           ELSE IF OPTION = 35 THEN
               DISPLAY "Perform <Product Descriptions> operation:"
               CALL "maintain-product-descriptions"
               PERFORM INVENTORY-MENU
           ELSE IF OPTION = 36 THEN
               DISPLAY "Perform <Scheduled Prices> operation:"
               CALL "schedule-price-change"
               PERFORM INVENTORY-MENU
           ELSE IF OPTION = 37 THEN
               DISPLAY "Perform <Vendor nonconformance reports> "
               "operation:"
               CALL "ncr-entry"
               PERFORM INVENTORY-MENU
           ELSE IF OPTION = 38 THEN
               DISPLAY "Perform <ASN import> operation:"
               CALL "asn-import"
               PERFORM INVENTORY-MENU
           ELSE IF OPTION = 0 THEN
               GOBACK
           ELSE
               DISPLAY
               "Invalid option. Please enter a valid choice (0-38):"
               MOVE "Invalid inventory menu option entered."
                   TO LOG-MESSAGE-FIELD
               CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
                   LOG-MESSAGE-FIELD
               PERFORM INVENTORY-MENU.

      *A clothing or footwear style can be looked at as one
      *size-by-colour grid instead of a line per variant.
       CHECK-STOCK-OR-STYLE.
           DISPLAY "Enter a style code for its size-by-colour grid, or "
           "blank for the full stock list: "
           ACCEPT GRID-STYLE-CODE
           IF GRID-STYLE-CODE NOT = SPACE
               CALL "show-style-grid" USING GRID-STYLE-CODE GRID-RESULT
           ELSE
               CALL "check-stock"
           END-IF.

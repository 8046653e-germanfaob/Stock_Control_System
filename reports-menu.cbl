       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  OPTION PIC 99.
       77  GRNI-PERIOD PIC 9(6).
       77  GRNI-MODE PIC X.
       77  NRV-PERIOD PIC 9(6).
       77  NRV-MODE PIC X.
       77  FX-PERIOD PIC 9(6).
       77  FX-MODE PIC X.
       77  REQUEST-RUN-NAME PIC X(12).
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "REPORTS-MENU".
       77  LOG-MESSAGE-FIELD PIC X(80).

       PROCEDURE DIVISION.
       REPORTS-MENU.
           CALL "show-training-banner"
           DISPLAY "Reports Generation Menu"
           DISPLAY "1. Stock Valuation Report"
           DISPLAY "2. Low Stock / Reorder Alert Report"
           DISPLAY "22. Excess Stock (Overstock) Report"
           DISPLAY "23. Monthly Sales History (Year over Year)"
           DISPLAY "24. Monthly Consolidated Billing Run"
           DISPLAY "25. Sales Budget vs Actual"
           DISPLAY "26. Forecast Accuracy by Product, Category and ABC"
           DISPLAY "27. Projected Inventory Plan (12 Weeks)"
           DISPLAY "28. Purchase Price Variance"
           DISPLAY "29. Customer Profitability"
           DISPLAY "30. Cash Flow Forecast (8 Weeks)"
           DISPLAY "31. Goods Received Not Invoiced (GRNI)"
           DISPLAY "32. Warranty Cost by Product and Vendor"
           DISPLAY "33. Warehouse Labor Productivity"
           DISPLAY "34. Promotion Results vs Prior Period"
           DISPLAY "35. Email outbox and print-only list"
           DISPLAY "36. Products Missing a Translation"
           DISPLAY "37. Vendor quality report"
           DISPLAY "38. Customer case report (monthly)"
           DISPLAY "39. Quarterly credit review"
           DISPLAY "40. Finance charges (monthly)"
           DISPLAY "41. Inventory NRV provision"
           DISPLAY "42. Order fill rate and service levels"
           DISPLAY "43. Ship notices due and not received"
           DISPLAY "44. Stock at customer consignment sites"
           DISPLAY "45. Run a saved report request"
           DISPLAY "46. Verify the audit log chain"
           DISPLAY "47. Stock held as of a past date"
           DISPLAY "48. Foreign currency revaluation"
           DISPLAY "0. Back to Main Menu"
           DISPLAY "Enter your choice (0-48):"
           ACCEPT OPTION

           PERFORM PROCESS-OPTION UNTIL OPTION = 0.
               CALL "monthly-billing-run"
               DISPLAY "Returning to the Reports Generation Menu..."
               PERFORM REPORTS-MENU
           ELSE IF OPTION = 25 THEN
               DISPLAY "Perform <Budget vs Actual> operation:"
               CALL "budget-variance-report"
               DISPLAY "Returning to the Reports Generation Menu..."
               PERFORM REPORTS-MENU
           ELSE IF OPTION = 26 THEN
               DISPLAY "Perform <Forecast Accuracy> operation:"
               CALL "forecast-accuracy-report"
               DISPLAY "Returning to the Reports Generation Menu..."
               PERFORM REPORTS-MENU
           ELSE IF OPTION = 27 THEN
               DISPLAY "Perform <Projected Inventory Plan> operation:"
               CALL "projected-inventory-plan"
               DISPLAY "Returning to the Reports Generation Menu..."
               PERFORM REPORTS-MENU
           ELSE IF OPTION = 28 THEN
               DISPLAY "Perform <Purchase Price Variance> operation:"
               CALL "purchase-price-variance"
               DISPLAY "Returning to the Reports Generation Menu..."
               PERFORM REPORTS-MENU
           ELSE IF OPTION = 29 THEN
               DISPLAY "Perform <Customer Profitability> operation:"
               CALL "customer-profitability-report"
               DISPLAY "Returning to the Reports Generation Menu..."
               PERFORM REPORTS-MENU
           ELSE IF OPTION = 30 THEN
               DISPLAY "Perform <Cash Flow Forecast> operation:"
               CALL "cash-flow-forecast"
               DISPLAY "Returning to the Reports Generation Menu..."
               PERFORM REPORTS-MENU
           ELSE IF OPTION = 31 THEN
               DISPLAY "Perform <GRNI Report> operation:"
               MOVE 0 TO GRNI-PERIOD
               MOVE "R" TO GRNI-MODE
               CALL "grni-report" USING GRNI-PERIOD GRNI-MODE
               DISPLAY "Returning to the Reports Generation Menu..."
               PERFORM REPORTS-MENU
           ELSE IF OPTION = 32 THEN
               DISPLAY "Perform <Warranty Cost Report> operation:"
               CALL "warranty-cost-report"
               DISPLAY "Returning to the Reports Generation Menu..."
               PERFORM REPORTS-MENU
           ELSE IF OPTION = 33 THEN
               DISPLAY "Perform <Labor Productivity Report> operation:"
               CALL "labor-productivity-report"
               DISPLAY "Returning to the Reports Generation Menu..."
               PERFORM REPORTS-MENU
           ELSE IF OPTION = 34 THEN
               DISPLAY "Perform <Promotion Results Report> operation:"
               CALL "promotion-results-report"
               DISPLAY "Returning to the Reports Generation Menu..."
               PERFORM REPORTS-MENU
           ELSE IF OPTION = 35 THEN
               DISPLAY "Perform <Email Outbox> operation:"
               CALL "email-outbox"
               DISPLAY "Returning to the Reports Generation Menu..."
               PERFORM REPORTS-MENU
           ELSE IF OPTION = 36 THEN
               DISPLAY "Perform <Missing Translation Report> operation:"
               CALL "missing-translation-report"
               DISPLAY "Returning to the Reports Generation Menu..."
               PERFORM REPORTS-MENU
           ELSE IF OPTION = 37 THEN
               DISPLAY "Perform <Vendor quality report> operation:"
               CALL "vendor-quality-report"
               DISPLAY "Returning to the Reports Generation Menu..."
               PERFORM REPORTS-MENU
           ELSE IF OPTION = 38 THEN
               DISPLAY "Perform <Customer case report> operation:"
               CALL "customer-case-report"
               DISPLAY "Returning to the Reports Generation Menu..."
               PERFORM REPORTS-MENU
           ELSE IF OPTION = 39 THEN
               DISPLAY "Perform <Credit review run> operation:"
               CALL "credit-review-run"
               DISPLAY "Returning to the Reports Generation Menu..."
               PERFORM REPORTS-MENU
           ELSE IF OPTION = 40 THEN
               DISPLAY "Perform <Finance charge run> operation:"
               CALL "finance-charge-run"
               DISPLAY "Returning to the Reports Generation Menu..."
               PERFORM REPORTS-MENU
           ELSE IF OPTION = 41 THEN
               DISPLAY "Perform <NRV provision report> operation:"
               MOVE 0 TO NRV-PERIOD
               MOVE "R" TO NRV-MODE
               CALL "nrv-provision-report" USING NRV-PERIOD NRV-MODE
               DISPLAY "Returning to the Reports Generation Menu..."
               PERFORM REPORTS-MENU
           ELSE IF OPTION = 42 THEN
               DISPLAY "Perform <Service levels> operation:"
               CALL "service-level-report"
               DISPLAY "Returning to the Reports Generation Menu..."
               PERFORM REPORTS-MENU
           ELSE IF OPTION = 43 THEN
               DISPLAY "Perform <ASN due report> operation:"
               CALL "asn-due-report"
               DISPLAY "Returning to the Reports Generation Menu..."
               PERFORM REPORTS-MENU
           ELSE IF OPTION = 44 THEN
               DISPLAY "Perform <Customer Site Stock> operation:"
               CALL "customer-site-stock-report"
               DISPLAY "Returning to the Reports Generation Menu..."
               PERFORM REPORTS-MENU
           ELSE IF OPTION = 45 THEN
               DISPLAY "Perform <Report request> operation:"
               MOVE SPACE TO REQUEST-RUN-NAME
               CALL "run-report-request" USING REQUEST-RUN-NAME
               DISPLAY "Returning to the Reports Generation Menu..."
               PERFORM REPORTS-MENU
           ELSE IF OPTION = 46 THEN
               DISPLAY "Perform <Audit chain> operation:"
               CALL "audit-chain-verify"
               DISPLAY "Returning to the Reports Generation Menu..."
               PERFORM REPORTS-MENU
           ELSE IF OPTION = 47 THEN
               DISPLAY "Perform <Stock as of> operation:"
               CALL "stock-as-of-report"
               DISPLAY "Returning to the Reports Generation Menu..."
               PERFORM REPORTS-MENU
           ELSE IF OPTION = 48 THEN
               DISPLAY "Perform <FX revaluation> operation:"
               MOVE 0 TO FX-PERIOD
               MOVE "R" TO FX-MODE
               CALL "fx-revaluation-report" USING FX-PERIOD FX-MODE
               DISPLAY "Returning to the Reports Generation Menu..."
               PERFORM REPORTS-MENU
           ELSE IF OPTION = 0 THEN
               GOBACK
           ELSE
               DISPLAY
               "Invalid option. Please enter a valid choice (0-48):"
               MOVE "Invalid reports menu option entered."
                   TO LOG-MESSAGE-FIELD
               CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD

       IDENTIFICATION DIVISION.
       PROGRAM-ID. demand-forecast.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "forecast-physical-file.cbl".
       COPY "physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with demand forecast fields.
       COPY "forecast-logic-file.cbl".
      * Logic file with products fields.
       COPY "logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown.
       COPY "session-data.cbl".
       01  OPTION PIC 9.
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9.
       77  WANTED-PRODUCT-ID PIC X(15).
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "DEMAND-FORECAST".
       77  LOG-MESSAGE-FIELD PIC X(80).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
       PERFORM FORECAST-MENU.
       PERFORM PROCESS-OPTION UNTIL OPTION = 0.
       GOBACK.

       FORECAST-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Demand Forecast Menu"
       DISPLAY "1. Run the monthly forecast now"
       DISPLAY "2. Show the forecast for a product"
       DISPLAY "0. Back"
       DISPLAY "Enter your choice (0-2):"
       ACCEPT OPTION.

       PROCESS-OPTION.
       IF OPTION = 1 THEN
           CALL "demand-forecast-run"
           PERFORM FORECAST-MENU
       ELSE IF OPTION = 2 THEN
           PERFORM SHOW-PRODUCT-FORECAST
           PERFORM FORECAST-MENU
       ELSE IF OPTION = 0 THEN
           CONTINUE
       ELSE
           DISPLAY "Invalid option. Please enter a valid choice (0-2):"
           MOVE "Invalid forecast menu option entered."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
           PERFORM FORECAST-MENU.

      *Every period held for the product, past and future, so a
      *planner can see what was expected alongside what is coming.
       SHOW-PRODUCT-FORECAST.
       DISPLAY "Enter the product id: ".
       ACCEPT WANTED-PRODUCT-ID.
       OPEN I-O PRODUCTS-FILE.
       MOVE WANTED-PRODUCT-ID TO PRODUCT-ID.
       MOVE "S" TO RECORD-FOUND.
       READ PRODUCTS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND PRODUCT-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       CLOSE PRODUCTS-FILE.
       IF RECORD-FOUND = "N"
           DISPLAY "No product found with that id."
       ELSE
           DISPLAY "Product: " PRODUCT-ID " " PRODUCT-NAME
           OPEN I-O FORECAST-FILE
           MOVE WANTED-PRODUCT-ID TO FORECAST-PRODUCT-ID
           MOVE 0 TO FORECAST-PERIOD
           MOVE 0 TO END-OF-FILE
           START FORECAST-FILE KEY IS >= FORECAST-KEY
               INVALID KEY MOVE 1 TO END-OF-FILE
           END-START
           PERFORM SHOW-NEXT-FORECAST UNTIL END-OF-FILE = 1
           CLOSE FORECAST-FILE
       END-IF.

       SHOW-NEXT-FORECAST.
       READ FORECAST-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF FORECAST-PRODUCT-ID NOT = WANTED-PRODUCT-ID
               MOVE 1 TO END-OF-FILE
           ELSE
               DISPLAY "  Period: " FORECAST-PERIOD
               " Qty: " FORECAST-QTY
               " Method: " FORECAST-METHOD
               " Made from: " FORECAST-BASE-PERIOD
           END-IF
       END-IF.

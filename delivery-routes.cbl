       IDENTIFICATION DIVISION.
       PROGRAM-ID. delivery-routes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "route-physical-file.cbl".
       COPY "shipto-physical-file.cbl".
       COPY "shipment-physical-file.cbl".
       COPY "order-physical-file.cbl".
       COPY "order-lines-physical-file.cbl".
       COPY "physical-file.cbl".
       COPY "customer-physical-file.cbl".
       COPY "carrier-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with delivery route fields.
       COPY "route-logic-file.cbl".
      * Logic file with ship-to address fields.
       COPY "shipto-logic-file.cbl".
      * Logic file with shipment fields.
       COPY "shipment-logic-file.cbl".
      * Logic file with order header fields.
       COPY "order-logic-file.cbl".
      * Logic file with order line fields.
       COPY "order-lines-logic-file.cbl".
      * Logic file with product fields.
       COPY "logic-file.cbl".
      * Logic file with customer fields.
       COPY "customer-logic-file.cbl".
      * Logic file with carrier fields.
       COPY "carrier-logic-file.cbl".

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's
      * deliveries are planned and shown.
       COPY "session-data.cbl".
       01  OPTION PIC 9.
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9 VALUE 0.
       77  LINES-END-OF-FILE PIC 9 VALUE 0.
       77  DAYS-ENTRY PIC X(7).
       77  DAY-IDX PIC 9.
       77  DAYS-OK PIC X.
       77  WEIGHT-ENTRY PIC 9(6).99.
       77  VOLUME-ENTRY PIC 9(6).999.
       77  WANTED-ROUTE-CODE PIC X(4).
       77  STOPS-SHOWN PIC 9(3).
      * The run date and the weekday it falls on, 1 = Monday.
       77  RUN-DATE PIC 9(8).
       01  WD-DATE-X PIC X(8).
       01  WD-DATE-N REDEFINES WD-DATE-X.
           05  WD-YEAR  PIC 9(4).
           05  WD-MONTH PIC 9(2).
           05  WD-DAY   PIC 9(2).
       77  WD-Y PIC 9(5).
       77  WD-M PIC 9(2).
       77  WD-MONTH-TERM PIC 9(3).
       77  WD-Y4 PIC 9(5).
       77  WD-Y100 PIC 9(5).
       77  WD-Y400 PIC 9(5).
       77  WD-SUM PIC 9(7).
       77  WD-QUOT PIC 9(7).
       77  WD-REM PIC 9.
       77  RUN-WEEKDAY PIC 9.
       01  WEEKDAY-NAMES-LIST.
           05  FILLER PIC X(9) VALUE "Monday".
           05  FILLER PIC X(9) VALUE "Tuesday".
           05  FILLER PIC X(9) VALUE "Wednesday".
           05  FILLER PIC X(9) VALUE "Thursday".
           05  FILLER PIC X(9) VALUE "Friday".
           05  FILLER PIC X(9) VALUE "Saturday".
           05  FILLER PIC X(9) VALUE "Sunday".
       01  WEEKDAY-NAMES REDEFINES WEEKDAY-NAMES-LIST.
           05  WEEKDAY-NAME PIC X(9) OCCURS 7 TIMES.
       77  RUN-NUMBER PIC 9(6).
       77  RUN-DOC-TYPE PIC X(10)
           VALUE "ROUTERUN".
      * The routes running on the day, with the load built up as
      * stops go on the van in stop order.
       01  RUN-ROUTE-COUNT PIC 9(2) VALUE 0.
       01  RUN-ROUTE-TABLE.
           05  RUN-ROUTE-ENTRY OCCURS 30 TIMES.
               10  RR-CODE       PIC X(4).
               10  RR-NAME       PIC X(30).
               10  RR-VEHICLE    PIC X(10).
               10  RR-MAX-WEIGHT PIC 9(6)V99.
               10  RR-MAX-VOLUME PIC 9(6)V999.
               10  RR-WEIGHT     PIC 9(6)V99.
               10  RR-VOLUME     PIC 9(6)V999.
               10  RR-STOPS      PIC 9(3).
               10  RR-LEFT       PIC 9(3).
       77  RUN-ROUTE-IDX PIC 9(2).
       77  RUN-ROUTE-FOUND PIC X.
      * Every packed, undelivered shipment due for a routed address.
       01  STOP-COUNT PIC 9(3) VALUE 0.
       01  STOP-TABLE.
           05  STOP-ENTRY OCCURS 300 TIMES.
               10  ST-ROUTE-IDX  PIC 9(2).
               10  ST-STOP-SEQ   PIC 9(3).
               10  ST-ORDER-ID   PIC 9(6).
               10  ST-SHIP-SEQ   PIC 9(2).
               10  ST-CUSTOMER   PIC X(30).
               10  ST-CUSTOMER-ID PIC 9(6).
               10  ST-STREET     PIC X(40).
               10  ST-CITY       PIC X(25).
               10  ST-POSTCODE   PIC X(10).
               10  ST-CARTONS    PIC 9(3).
               10  ST-WEIGHT     PIC 9(6)V99.
               10  ST-VOLUME     PIC 9(6)V999.
               10  ST-LOADED     PIC X.
               10  ST-MARKED     PIC X.
       77  STOP-IDX PIC 9(3).
       77  STOP-BEST-IDX PIC 9(3).
       77  STOP-ORDER-SEEN PIC X.
       77  ORDER-LOAD-WEIGHT PIC 9(6)V99.
       77  ORDER-LOAD-VOLUME PIC 9(6)V999.
       77  SKIPPED-COUNT PIC 9(3).
       77  LOADED-COUNT PIC 9(3).
       77  LEFT-COUNT PIC 9(3).
       77  STOP-NUMBER PIC 9(3).
       77  STOP-NUMBER-EDIT PIC ZZ9.
       77  CARTONS-EDIT PIC ZZ9.
       77  WEIGHT-EDIT PIC Z(5)9.99.
       77  VOLUME-EDIT PIC Z(5)9.999.
       77  MAX-WEIGHT-EDIT PIC Z(5)9.99.
       77  MAX-VOLUME-EDIT PIC Z(5)9.999.
       01  REPORT-LINE-BUFFER PIC X(132).
       77  SPOOL-ACTION PIC X.
       77  SPOOL-REPORT-NAME PIC X(12) VALUE "ROUTESHEET".
       77  AUDIT-BEFORE PIC X(40).
       77  AUDIT-AFTER PIC X(40).
       77  AUDIT-ORDER-ID PIC X(15).
       COPY "order-notes.cbl".
       77  NOTES-IDX PIC 9(2).
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "DELIVERY-ROUTES".
       77  LOG-MESSAGE-FIELD PIC X(80).

       PROCEDURE DIVISION.

      *Local customers are delivered by our own vans. Each route
      *runs on set weekdays with a vehicle of known capacity, and
      *each delivery address on it has a stop number. The daily run
      *puts every packed, undelivered shipment due for a routed
      *address on its route's van in stop order until the van is
      *full, and prints a sheet per route for the driver.
       PROGRAM-BEGIN.
       OPEN I-O ROUTES-FILE.
       OPEN I-O SHIPTO-FILE.
       OPEN I-O SHIPMENTS-FILE.
       OPEN I-O ORDERS-FILE.
       OPEN I-O ORDER-LINES-FILE.
       OPEN I-O PRODUCTS-FILE.
       OPEN I-O CUSTOMERS-FILE.
       OPEN I-O CARRIERS-FILE.
       PERFORM ROUTE-MENU.
       PERFORM PROCESS-OPTION UNTIL OPTION = 0.
       CLOSE ROUTES-FILE.
       CLOSE SHIPTO-FILE.
       CLOSE SHIPMENTS-FILE.
       CLOSE ORDERS-FILE.
       CLOSE ORDER-LINES-FILE.
       CLOSE PRODUCTS-FILE.
       CLOSE CUSTOMERS-FILE.
       CLOSE CARRIERS-FILE.
       GOBACK.

       ROUTE-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Delivery Routes Menu"
       DISPLAY "1. Register a delivery route"
       DISPLAY "2. List delivery routes"
       DISPLAY "3. Put a delivery address on a route"
       DISPLAY "4. List the stops on a route"
       DISPLAY "5. Plan a day's deliveries and print route sheets"
       DISPLAY "0. Back"
       DISPLAY "Enter your choice (0-5):"
       ACCEPT OPTION.

       PROCESS-OPTION.
       IF OPTION = 1 THEN
           PERFORM ADD-ROUTE
           PERFORM ROUTE-MENU
       ELSE IF OPTION = 2 THEN
           PERFORM LIST-ROUTES
           PERFORM ROUTE-MENU
       ELSE IF OPTION = 3 THEN
           PERFORM ASSIGN-SHIPTO-ROUTE
           PERFORM ROUTE-MENU
       ELSE IF OPTION = 4 THEN
           PERFORM LIST-ROUTE-STOPS
           PERFORM ROUTE-MENU
       ELSE IF OPTION = 5 THEN
           PERFORM PLAN-DELIVERY-RUN
           PERFORM ROUTE-MENU
       ELSE IF OPTION = 0 THEN
           CONTINUE
       ELSE
           DISPLAY "Invalid option. Please enter a valid choice (0-5):"
           MOVE "Invalid delivery routes menu option entered."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
           PERFORM ROUTE-MENU.

       ADD-ROUTE.
       MOVE SPACE TO ROUTE-REGISTRATION.
       DISPLAY "Enter the route code (e.g. R01): ".
       ACCEPT ROUTE-CODE.
       MOVE "S" TO RECORD-FOUND.
       READ ROUTES-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           DISPLAY "A route with that code already exists."
       ELSE
           DISPLAY "Enter the route name: "
           ACCEPT ROUTE-NAME
           MOVE "N" TO DAYS-OK
           PERFORM ASK-DAYS-RUN UNTIL DAYS-OK = "Y"
           DISPLAY "Enter the vehicle registration: "
           ACCEPT ROUTE-VEHICLE
           DISPLAY "Enter the vehicle's load limit in kg "
               "(e.g. 001200.00): "
           ACCEPT WEIGHT-ENTRY
           MOVE WEIGHT-ENTRY TO ROUTE-MAX-WEIGHT
           DISPLAY "Enter the vehicle's load space "
               "(e.g. 000012.500): "
           ACCEPT VOLUME-ENTRY
           MOVE VOLUME-ENTRY TO ROUTE-MAX-VOLUME
           WRITE ROUTE-REGISTRATION
               INVALID KEY
                   DISPLAY "Error writing route record."
           END-WRITE
       END-IF.

      *One Y or N per weekday, Monday first: YYYYYNN runs the
      *route Monday to Friday.
       ASK-DAYS-RUN.
       DISPLAY "Enter the days the route runs, Monday to Sunday "
           "(e.g. YYYYYNN): ".
       MOVE SPACE TO DAYS-ENTRY.
       ACCEPT DAYS-ENTRY.
       MOVE DAYS-ENTRY TO ROUTE-DAYS-RUN.
       MOVE "Y" TO DAYS-OK.
       MOVE 1 TO DAY-IDX.
       PERFORM CHECK-ONE-DAY-FLAG UNTIL DAY-IDX > 7.
       IF DAYS-OK = "N"
           DISPLAY "Give seven letters, each Y or N."
       END-IF.

       CHECK-ONE-DAY-FLAG.
       IF ROUTE-RUNS-ON (DAY-IDX) NOT = "Y"
           AND ROUTE-RUNS-ON (DAY-IDX) NOT = "N"
           MOVE "N" TO DAYS-OK
       END-IF.
       ADD 1 TO DAY-IDX.

       LIST-ROUTES.
       MOVE 0 TO END-OF-FILE.
       MOVE LOW-VALUES TO ROUTE-CODE.
       START ROUTES-FILE KEY IS >= ROUTE-CODE
           INVALID KEY MOVE 1 TO END-OF-FILE.
       PERFORM SHOW-NEXT-ROUTE UNTIL END-OF-FILE = 1.

       SHOW-NEXT-ROUTE.
       READ ROUTES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE ROUTE-MAX-WEIGHT TO MAX-WEIGHT-EDIT
           MOVE ROUTE-MAX-VOLUME TO MAX-VOLUME-EDIT
           DISPLAY "Route: " ROUTE-CODE
           " Name: " ROUTE-NAME
           " Runs (Mon-Sun): " ROUTE-DAYS-RUN
           DISPLAY "  Vehicle: " ROUTE-VEHICLE
           " Load limit kg: " MAX-WEIGHT-EDIT
           " Load space: " MAX-VOLUME-EDIT
       END-IF.

      *A delivery address goes on one route at a stop number; the
      *driver works the stops in that order. A blank route code
      *takes the address back off the vans.
       ASSIGN-SHIPTO-ROUTE.
       DISPLAY "Enter the customer id: ".
       ACCEPT SHIPTO-CUSTOMER-ID.
       DISPLAY "Enter the ship-to sequence: ".
       ACCEPT SHIPTO-SEQ.
       MOVE "S" TO RECORD-FOUND.
       READ SHIPTO-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           PERFORM CHECK-SHIPTO-COMPANY
       END-IF.
       IF RECORD-FOUND = "N"
           DISPLAY "No delivery address found for that customer "
           "and sequence."
       ELSE
           DISPLAY "Address: " SHIPTO-STREET
           DISPLAY "         " SHIPTO-CITY " " SHIPTO-POSTCODE
           DISPLAY "Currently on route: " SHIPTO-ROUTE-CODE
           " stop " SHIPTO-STOP-SEQ
           PERFORM ASK-SHIPTO-ROUTE
       END-IF.

       ASK-SHIPTO-ROUTE.
       DISPLAY "Enter the route code (blank for no route): ".
       MOVE SPACE TO WANTED-ROUTE-CODE.
       ACCEPT WANTED-ROUTE-CODE.
       MOVE "S" TO RECORD-FOUND.
       IF WANTED-ROUTE-CODE NOT = SPACE
           MOVE WANTED-ROUTE-CODE TO ROUTE-CODE
           READ ROUTES-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND
           END-READ
       END-IF.
       IF RECORD-FOUND = "N"
           DISPLAY "No route found with that code."
       ELSE
           MOVE WANTED-ROUTE-CODE TO SHIPTO-ROUTE-CODE
           MOVE 0 TO SHIPTO-STOP-SEQ
           IF WANTED-ROUTE-CODE NOT = SPACE
               DISPLAY "Enter the stop number on the route: "
               ACCEPT SHIPTO-STOP-SEQ
           END-IF
           REWRITE SHIPTO-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating delivery address record."
           END-REWRITE
           DISPLAY "Delivery address route recorded."
       END-IF.

      *A delivery address is the company's whose customer it is.
       CHECK-SHIPTO-COMPANY.
       MOVE SHIPTO-CUSTOMER-ID TO CUSTOMER-ID.
       READ CUSTOMERS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND CUSTOMER-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.

       LIST-ROUTE-STOPS.
       DISPLAY "Enter the route code: ".
       ACCEPT WANTED-ROUTE-CODE.
       MOVE 0 TO STOPS-SHOWN.
       MOVE 0 TO END-OF-FILE.
       MOVE LOW-VALUES TO SHIPTO-KEY.
       START SHIPTO-FILE KEY IS >= SHIPTO-KEY
           INVALID KEY MOVE 1 TO END-OF-FILE.
       PERFORM SHOW-NEXT-ROUTE-STOP UNTIL END-OF-FILE = 1.
       DISPLAY "Addresses on the route: " STOPS-SHOWN.

       SHOW-NEXT-ROUTE-STOP.
       READ SHIPTO-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE "N" TO RECORD-FOUND
           IF SHIPTO-ROUTE-CODE = WANTED-ROUTE-CODE
               MOVE "S" TO RECORD-FOUND
               PERFORM CHECK-SHIPTO-COMPANY
           END-IF
           IF RECORD-FOUND = "S"
               ADD 1 TO STOPS-SHOWN
               DISPLAY "Stop " SHIPTO-STOP-SEQ
               " Customer: " SHIPTO-CUSTOMER-ID "/" SHIPTO-SEQ
               " " SHIPTO-STREET
               DISPLAY "         " SHIPTO-CITY " " SHIPTO-POSTCODE
           END-IF
       END-IF.

      *The day's run. Routes not running on the weekday are left
      *alone, and so are shipments not yet packed, handed to an
      *outside carrier, already on a van, or for orders wanted later
      *than the run date. Stops that would take the van over its weight
      *or space are left behind for the next run.
       PLAN-DELIVERY-RUN.
       DISPLAY "Enter the delivery date (YYYYMMDD, 0 for today): ".
       ACCEPT RUN-DATE.
       IF RUN-DATE = 0
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
       END-IF.
       MOVE RUN-DATE TO WD-DATE-X.
       PERFORM FIND-WEEKDAY.
       DISPLAY "Planning deliveries for " WEEKDAY-NAME (RUN-WEEKDAY)
           " " RUN-DATE ".".
       PERFORM LOAD-RUN-ROUTES.
       IF RUN-ROUTE-COUNT = 0
           DISPLAY "No routes run on " WEEKDAY-NAME (RUN-WEEKDAY) "."
       ELSE
           PERFORM GATHER-RUN-STOPS
           IF STOP-COUNT = 0
               DISPLAY "Nothing packed and due for the routes today."
           ELSE
               CALL "get-next-number" USING RUN-DOC-TYPE RUN-NUMBER
               PERFORM PRINT-ROUTE-SHEETS
               DISPLAY "Delivery run " RUN-NUMBER ": " LOADED-COUNT
                   " shipments loaded, " LEFT-COUNT
                   " left behind over capacity."
           END-IF
       END-IF.

      *Zeller's congruence, reckoning January and February as
      *months 13 and 14 of the year before. The remainder counts
      *from Saturday and is turned round to count from Monday.
       FIND-WEEKDAY.
       MOVE WD-YEAR TO WD-Y.
       MOVE WD-MONTH TO WD-M.
       IF WD-M < 3
           ADD 12 TO WD-M
           SUBTRACT 1 FROM WD-Y
       END-IF.
       COMPUTE WD-MONTH-TERM = (13 * (WD-M + 1)) / 5.
       COMPUTE WD-Y4 = WD-Y / 4.
       COMPUTE WD-Y100 = WD-Y / 100.
       COMPUTE WD-Y400 = WD-Y / 400.
       COMPUTE WD-SUM = WD-DAY + WD-MONTH-TERM + WD-Y + WD-Y4
           - WD-Y100 + WD-Y400.
       DIVIDE WD-SUM BY 7 GIVING WD-QUOT REMAINDER WD-REM.
       COMPUTE WD-SUM = WD-REM + 5.
       DIVIDE WD-SUM BY 7 GIVING WD-QUOT REMAINDER WD-REM.
       COMPUTE RUN-WEEKDAY = WD-REM + 1.

       LOAD-RUN-ROUTES.
       MOVE 0 TO RUN-ROUTE-COUNT.
       MOVE 0 TO END-OF-FILE.
       MOVE LOW-VALUES TO ROUTE-CODE.
       START ROUTES-FILE KEY IS >= ROUTE-CODE
           INVALID KEY MOVE 1 TO END-OF-FILE.
       PERFORM LOAD-NEXT-RUN-ROUTE UNTIL END-OF-FILE = 1.

       LOAD-NEXT-RUN-ROUTE.
       READ ROUTES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF ROUTE-RUNS-ON (RUN-WEEKDAY) = "Y"
               AND RUN-ROUTE-COUNT < 30
               ADD 1 TO RUN-ROUTE-COUNT
               MOVE ROUTE-CODE TO RR-CODE (RUN-ROUTE-COUNT)
               MOVE ROUTE-NAME TO RR-NAME (RUN-ROUTE-COUNT)
               MOVE ROUTE-VEHICLE TO RR-VEHICLE (RUN-ROUTE-COUNT)
               MOVE ROUTE-MAX-WEIGHT TO
                   RR-MAX-WEIGHT (RUN-ROUTE-COUNT)
               MOVE ROUTE-MAX-VOLUME TO
                   RR-MAX-VOLUME (RUN-ROUTE-COUNT)
               MOVE 0 TO RR-WEIGHT (RUN-ROUTE-COUNT)
               MOVE 0 TO RR-VOLUME (RUN-ROUTE-COUNT)
               MOVE 0 TO RR-STOPS (RUN-ROUTE-COUNT)
               MOVE 0 TO RR-LEFT (RUN-ROUTE-COUNT)
           END-IF
       END-IF.

       FIND-RUN-ROUTE-ROW.
       MOVE "N" TO RUN-ROUTE-FOUND.
       MOVE 1 TO RUN-ROUTE-IDX.
       PERFORM CHECK-RUN-ROUTE-ROW
           UNTIL RUN-ROUTE-IDX > RUN-ROUTE-COUNT
           OR RUN-ROUTE-FOUND = "Y".

       CHECK-RUN-ROUTE-ROW.
       IF RR-CODE (RUN-ROUTE-IDX) = SHIPTO-ROUTE-CODE
           MOVE "Y" TO RUN-ROUTE-FOUND
       ELSE
           ADD 1 TO RUN-ROUTE-IDX
       END-IF.

       GATHER-RUN-STOPS.
       MOVE 0 TO STOP-COUNT.
       MOVE 0 TO SKIPPED-COUNT.
       MOVE 0 TO END-OF-FILE.
       MOVE LOW-VALUES TO SHIPMENT-KEY.
       START SHIPMENTS-FILE KEY IS >= SHIPMENT-KEY
           INVALID KEY MOVE 1 TO END-OF-FILE.
       PERFORM GATHER-NEXT-RUN-SHIPMENT UNTIL END-OF-FILE = 1.
       IF SKIPPED-COUNT > 0
           DISPLAY SKIPPED-COUNT " more shipments did not fit the "
               "run table and wait for the next run."
       END-IF.

       GATHER-NEXT-RUN-SHIPMENT.
       READ SHIPMENTS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF SHIPMENT-NOT-MANIFESTED
               AND SHIPMENT-POD-DATE = 0
               AND SHIPMENT-CARTONS > 0
               PERFORM CHECK-RUN-SHIPMENT
           END-IF
       END-IF.

      *Only a shipment handed to our own fleet goes on a van; one
      *given to an outside carrier for a routed address leaves on
      *that carrier's manifest.
       CHECK-RUN-SHIPMENT.
       MOVE SHIPMENT-CARRIER-CODE TO CARRIER-CODE.
       MOVE "S" TO RECORD-FOUND.
       READ CARRIERS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND NOT CARRIER-IS-OWN-FLEET
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           MOVE SHIPMENT-ORDER-ID TO ORDER-ID
           READ ORDERS-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND
           END-READ
       END-IF.
       IF RECORD-FOUND = "S"
           AND ORDER-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND ORDER-REQUESTED-DATE NOT > RUN-DATE
           MOVE ORDER-CUSTOMER-ID TO SHIPTO-CUSTOMER-ID
           MOVE ORDER-SHIP-TO-SEQ TO SHIPTO-SEQ
           READ SHIPTO-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND
           END-READ
           IF RECORD-FOUND = "S"
               AND NOT SHIPTO-HAS-NO-ROUTE
               PERFORM FIND-RUN-ROUTE-ROW
               IF RUN-ROUTE-FOUND = "Y"
                   PERFORM ADD-RUN-STOP
               END-IF
           END-IF
       END-IF.

      *The load an order puts on the van is its picked quantities
      *at the product's unit weight and volume. An order going out
      *as more than one shipment carries its load on the first.
       ADD-RUN-STOP.
       IF STOP-COUNT >= 300
           ADD 1 TO SKIPPED-COUNT
       ELSE
           PERFORM CHECK-ORDER-SEEN
           ADD 1 TO STOP-COUNT
           MOVE RUN-ROUTE-IDX TO ST-ROUTE-IDX (STOP-COUNT)
           MOVE SHIPTO-STOP-SEQ TO ST-STOP-SEQ (STOP-COUNT)
           MOVE SHIPMENT-ORDER-ID TO ST-ORDER-ID (STOP-COUNT)
           MOVE SHIPMENT-SEQ TO ST-SHIP-SEQ (STOP-COUNT)
           MOVE ORDER-CUSTOMER-NAME TO ST-CUSTOMER (STOP-COUNT)
           MOVE ORDER-CUSTOMER-ID TO ST-CUSTOMER-ID (STOP-COUNT)
           MOVE SHIPTO-STREET TO ST-STREET (STOP-COUNT)
           MOVE SHIPTO-CITY TO ST-CITY (STOP-COUNT)
           MOVE SHIPTO-POSTCODE TO ST-POSTCODE (STOP-COUNT)
           MOVE SHIPMENT-CARTONS TO ST-CARTONS (STOP-COUNT)
           MOVE 0 TO ORDER-LOAD-WEIGHT
           MOVE 0 TO ORDER-LOAD-VOLUME
           IF STOP-ORDER-SEEN = "N"
               PERFORM FIND-ORDER-LOAD
           END-IF
           MOVE ORDER-LOAD-WEIGHT TO ST-WEIGHT (STOP-COUNT)
           MOVE ORDER-LOAD-VOLUME TO ST-VOLUME (STOP-COUNT)
           MOVE "N" TO ST-LOADED (STOP-COUNT)
           MOVE "N" TO ST-MARKED (STOP-COUNT)
       END-IF.

       CHECK-ORDER-SEEN.
       MOVE "N" TO STOP-ORDER-SEEN.
       MOVE 1 TO STOP-IDX.
       PERFORM CHECK-ONE-ORDER-SEEN
           UNTIL STOP-IDX > STOP-COUNT OR STOP-ORDER-SEEN = "Y".

       CHECK-ONE-ORDER-SEEN.
       IF ST-ORDER-ID (STOP-IDX) = SHIPMENT-ORDER-ID
           MOVE "Y" TO STOP-ORDER-SEEN
       END-IF.
       ADD 1 TO STOP-IDX.

       FIND-ORDER-LOAD.
       MOVE SHIPMENT-ORDER-ID TO LINE-ORDER-ID.
       MOVE 0 TO LINE-NUMBER.
       MOVE 0 TO LINES-END-OF-FILE.
       START ORDER-LINES-FILE KEY IS >= ORDER-LINE-KEY
           INVALID KEY MOVE 1 TO LINES-END-OF-FILE.
       PERFORM ADD-NEXT-LINE-LOAD UNTIL LINES-END-OF-FILE = 1.

       ADD-NEXT-LINE-LOAD.
       READ ORDER-LINES-FILE NEXT RECORD
           AT END MOVE 1 TO LINES-END-OF-FILE
       END-READ.
       IF LINES-END-OF-FILE = 0
           IF LINE-ORDER-ID NOT = SHIPMENT-ORDER-ID
               MOVE 1 TO LINES-END-OF-FILE
           ELSE IF LINE-PICKED-QTY > 0
               AND NOT LINE-IS-DROP-SHIP
               MOVE LINE-PRODUCT-ID TO PRODUCT-ID
               READ PRODUCTS-FILE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE ORDER-LOAD-WEIGHT = ORDER-LOAD-WEIGHT
                           + (LINE-PICKED-QTY * PRODUCT-WEIGHT)
                       COMPUTE ORDER-LOAD-VOLUME = ORDER-LOAD-VOLUME
                           + (LINE-PICKED-QTY * PRODUCT-VOLUME)
               END-READ
           END-IF
       END-IF.

      *One sheet per route, the stops taken lowest stop number
      *first. A stop goes on the van while the load stays within
      *the vehicle's limits; one that would break either limit is
      *listed at the foot of the sheet and stays in the warehouse.
       PRINT-ROUTE-SHEETS.
       MOVE 0 TO LOADED-COUNT.
       MOVE 0 TO LEFT-COUNT.
       MOVE "O" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.
       MOVE 1 TO RUN-ROUTE-IDX.
       PERFORM PRINT-ONE-ROUTE-SHEET
           UNTIL RUN-ROUTE-IDX > RUN-ROUTE-COUNT.
       MOVE "C" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

       PRINT-ONE-ROUTE-SHEET.
       MOVE 0 TO STOP-NUMBER.
       MOVE 1 TO STOP-IDX.
       PERFORM COUNT-ROUTE-STOP UNTIL STOP-IDX > STOP-COUNT.
       IF STOP-NUMBER > 0
           PERFORM PRINT-ROUTE-HEADING
           MOVE 0 TO STOP-NUMBER
           MOVE 1 TO STOP-BEST-IDX
           PERFORM PRINT-NEXT-ROUTE-STOP UNTIL STOP-BEST-IDX = 0
           PERFORM PRINT-LEFT-BEHIND
           PERFORM PRINT-ROUTE-FOOTING
       END-IF.
       ADD 1 TO RUN-ROUTE-IDX.

       COUNT-ROUTE-STOP.
       IF ST-ROUTE-IDX (STOP-IDX) = RUN-ROUTE-IDX
           ADD 1 TO STOP-NUMBER
       END-IF.
       ADD 1 TO STOP-IDX.

       PRINT-ROUTE-HEADING.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "====== DRIVER ROUTE SHEET - RUN " DELIMITED BY SIZE
           RUN-NUMBER DELIMITED BY SIZE
           " ======" DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Route: " DELIMITED BY SIZE
           RR-CODE (RUN-ROUTE-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RR-NAME (RUN-ROUTE-IDX) DELIMITED BY SIZE
           " Vehicle: " DELIMITED BY SIZE
           RR-VEHICLE (RUN-ROUTE-IDX) DELIMITED BY SIZE
           " Date: " DELIMITED BY SIZE
           WEEKDAY-NAME (RUN-WEEKDAY) DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           RUN-DATE DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Stop Order  Sq Customer                       "
           DELIMITED BY SIZE
           "Street                                   Ctn"
           DELIMITED BY SIZE
           "        Kg     Volume" DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.

      *Picks the lowest stop number not yet printed for the route;
      *a zero best index means the sheet is done.
       PRINT-NEXT-ROUTE-STOP.
       MOVE 0 TO STOP-BEST-IDX.
       MOVE 1 TO STOP-IDX.
       PERFORM FIND-LOWEST-STOP UNTIL STOP-IDX > STOP-COUNT.
       IF STOP-BEST-IDX > 0
           MOVE "Y" TO ST-MARKED (STOP-BEST-IDX)
           PERFORM LOAD-ONE-STOP
       END-IF.

       FIND-LOWEST-STOP.
       IF ST-ROUTE-IDX (STOP-IDX) = RUN-ROUTE-IDX
           AND ST-MARKED (STOP-IDX) = "N"
           IF STOP-BEST-IDX = 0
               MOVE STOP-IDX TO STOP-BEST-IDX
           ELSE IF ST-STOP-SEQ (STOP-IDX)
               < ST-STOP-SEQ (STOP-BEST-IDX)
               MOVE STOP-IDX TO STOP-BEST-IDX
           END-IF
       END-IF.
       ADD 1 TO STOP-IDX.

       LOAD-ONE-STOP.
       IF (RR-MAX-WEIGHT (RUN-ROUTE-IDX) > 0
           AND RR-WEIGHT (RUN-ROUTE-IDX) + ST-WEIGHT (STOP-BEST-IDX)
               > RR-MAX-WEIGHT (RUN-ROUTE-IDX))
           OR (RR-MAX-VOLUME (RUN-ROUTE-IDX) > 0
           AND RR-VOLUME (RUN-ROUTE-IDX) + ST-VOLUME (STOP-BEST-IDX)
               > RR-MAX-VOLUME (RUN-ROUTE-IDX))
           ADD 1 TO RR-LEFT (RUN-ROUTE-IDX)
           ADD 1 TO LEFT-COUNT
       ELSE
           MOVE "Y" TO ST-LOADED (STOP-BEST-IDX)
           ADD ST-WEIGHT (STOP-BEST-IDX) TO RR-WEIGHT (RUN-ROUTE-IDX)
           ADD ST-VOLUME (STOP-BEST-IDX) TO RR-VOLUME (RUN-ROUTE-IDX)
           ADD 1 TO RR-STOPS (RUN-ROUTE-IDX)
           ADD 1 TO LOADED-COUNT
           ADD 1 TO STOP-NUMBER
           PERFORM PRINT-STOP-LINE
           PERFORM DISPATCH-STOP-SHIPMENT
       END-IF.

      *Each stop shows the order and shipment sequence the POD is
      *keyed back against, with a line for the customer to sign.
       PRINT-STOP-LINE.
       MOVE STOP-NUMBER TO STOP-NUMBER-EDIT.
       MOVE ST-CARTONS (STOP-BEST-IDX) TO CARTONS-EDIT.
       MOVE ST-WEIGHT (STOP-BEST-IDX) TO WEIGHT-EDIT.
       MOVE ST-VOLUME (STOP-BEST-IDX) TO VOLUME-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING " " DELIMITED BY SIZE
           STOP-NUMBER-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ST-ORDER-ID (STOP-BEST-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ST-SHIP-SEQ (STOP-BEST-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ST-CUSTOMER (STOP-BEST-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ST-STREET (STOP-BEST-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CARTONS-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WEIGHT-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VOLUME-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "                    " DELIMITED BY SIZE
           ST-CITY (STOP-BEST-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ST-POSTCODE (STOP-BEST-IDX) DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       PERFORM PRINT-DRIVER-NOTES.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "                    Received by: ____________________"
           DELIMITED BY SIZE
           "  Signature: _______________  Time: _____"
           DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.

      *"Rear dock before 10am" and the like, from the account and
      *from the order, printed under the stop for the driver.
       PRINT-DRIVER-NOTES.
       MOVE ST-CUSTOMER-ID (STOP-BEST-IDX) TO NOTES-CUSTOMER-ID.
       MOVE ST-ORDER-ID (STOP-BEST-IDX) TO NOTES-ORDER-ID.
       MOVE "D" TO NOTES-AUDIENCE.
       MOVE "N" TO NOTES-SHIP-COMPLETE.
       CALL "get-order-notes" USING NOTES-CUSTOMER-ID NOTES-ORDER-ID
           NOTES-AUDIENCE NOTES-SHIP-COMPLETE NOTES-COUNT NOTES-TABLE.
       MOVE 1 TO NOTES-IDX.
       PERFORM PRINT-NEXT-DRIVER-NOTE UNTIL NOTES-IDX > NOTES-COUNT.

       PRINT-NEXT-DRIVER-NOTE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "                    " DELIMITED BY SIZE
           NOTES-LINE (NOTES-IDX) DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       ADD 1 TO NOTES-IDX.

      *The shipment is now on the van: the carrier close-out and
      *the next run leave it alone, and its cartons are fixed.
       DISPATCH-STOP-SHIPMENT.
       MOVE ST-ORDER-ID (STOP-BEST-IDX) TO SHIPMENT-ORDER-ID.
       MOVE ST-SHIP-SEQ (STOP-BEST-IDX) TO SHIPMENT-SEQ.
       MOVE "S" TO RECORD-FOUND.
       READ SHIPMENTS-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           SET SHIPMENT-ON-ROUTE TO TRUE
           MOVE RUN-NUMBER TO SHIPMENT-MANIFEST-ID
           REWRITE SHIPMENT-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating shipment record."
           END-REWRITE
           PERFORM LOG-DISPATCH-AUDIT
       END-IF.

       LOG-DISPATCH-AUDIT.
       MOVE SHIPMENT-ORDER-ID TO AUDIT-ORDER-ID.
       MOVE SPACE TO AUDIT-BEFORE.
       MOVE SPACE TO AUDIT-AFTER.
       STRING "SHIPMENT=" DELIMITED BY SIZE
           SHIPMENT-SEQ DELIMITED BY SIZE
           INTO AUDIT-BEFORE.
       STRING "ROUTE RUN=" DELIMITED BY SIZE
           RUN-NUMBER DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RR-CODE (RUN-ROUTE-IDX) DELIMITED BY SIZE
           INTO AUDIT-AFTER.
       CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD
           AUDIT-ORDER-ID AUDIT-BEFORE AUDIT-AFTER.

       PRINT-LEFT-BEHIND.
       IF RR-LEFT (RUN-ROUTE-IDX) > 0
           MOVE SPACE TO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
           MOVE "Left behind - vehicle full (not dispatched):"
               TO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
           MOVE 1 TO STOP-IDX
           PERFORM PRINT-ONE-LEFT-BEHIND UNTIL STOP-IDX > STOP-COUNT
           MOVE SPACE TO LOG-MESSAGE-FIELD
           STRING "Route " DELIMITED BY SIZE
               RR-CODE (RUN-ROUTE-IDX) DELIMITED BY SIZE
               " over vehicle capacity on " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
       END-IF.

       PRINT-ONE-LEFT-BEHIND.
       IF ST-ROUTE-IDX (STOP-IDX) = RUN-ROUTE-IDX
           AND ST-LOADED (STOP-IDX) = "N"
           MOVE ST-WEIGHT (STOP-IDX) TO WEIGHT-EDIT
           MOVE ST-VOLUME (STOP-IDX) TO VOLUME-EDIT
           MOVE SPACE TO REPORT-LINE-BUFFER
           STRING "  Stop " DELIMITED BY SIZE
               ST-STOP-SEQ (STOP-IDX) DELIMITED BY SIZE
               " Order " DELIMITED BY SIZE
               ST-ORDER-ID (STOP-IDX) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               ST-SHIP-SEQ (STOP-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ST-CUSTOMER (STOP-IDX) DELIMITED BY SIZE
               " Kg " DELIMITED BY SIZE
               WEIGHT-EDIT DELIMITED BY SIZE
               " Volume " DELIMITED BY SIZE
               VOLUME-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE-BUFFER
           PERFORM SHOW-REPORT-LINE
       END-IF.
       ADD 1 TO STOP-IDX.

       PRINT-ROUTE-FOOTING.
       MOVE "--------------------------------------------"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE RR-WEIGHT (RUN-ROUTE-IDX) TO WEIGHT-EDIT.
       MOVE RR-VOLUME (RUN-ROUTE-IDX) TO VOLUME-EDIT.
       MOVE RR-MAX-WEIGHT (RUN-ROUTE-IDX) TO MAX-WEIGHT-EDIT.
       MOVE RR-MAX-VOLUME (RUN-ROUTE-IDX) TO MAX-VOLUME-EDIT.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Stops " DELIMITED BY SIZE
           RR-STOPS (RUN-ROUTE-IDX) DELIMITED BY SIZE
           "  Load kg " DELIMITED BY SIZE
           WEIGHT-EDIT DELIMITED BY SIZE
           " of " DELIMITED BY SIZE
           MAX-WEIGHT-EDIT DELIMITED BY SIZE
           "  Volume " DELIMITED BY SIZE
           VOLUME-EDIT DELIMITED BY SIZE
           " of " DELIMITED BY SIZE
           MAX-VOLUME-EDIT DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE SPACE TO REPORT-LINE-BUFFER.
       STRING "Loaded by: ______________  Driver: ______________"
           DELIMITED BY SIZE
           "  Out: _____  Back: _____" DELIMITED BY SIZE
           INTO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.
       MOVE "============================================"
           TO REPORT-LINE-BUFFER.
       PERFORM SHOW-REPORT-LINE.

       SHOW-REPORT-LINE.
       DISPLAY REPORT-LINE-BUFFER.
       MOVE "L" TO SPOOL-ACTION.
       CALL "spool-report" USING SPOOL-ACTION SPOOL-REPORT-NAME
           REPORT-LINE-BUFFER.

       01  OPTION PIC 9.
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9.
       77  VOLUME-ENTRY PIC 9(6).999.
       77  WEIGHT-ENTRY PIC 9(6).99.
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "REGISTER-LOCATION".
       77  LOG-MESSAGE-FIELD PIC X(80).
       GOBACK.

       LOCATION-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Location Maintenance Menu"
       DISPLAY "1. Register new location"
       DISPLAY "2. List locations"
       DISPLAY "3. Change a location's bin slot and capacity"
       DISPLAY "0. Back"
       DISPLAY "Enter your choice (0-3):"
       ACCEPT OPTION.

       PROCESS-OPTION.
       ELSE IF OPTION = 2 THEN
           PERFORM LIST-LOCATIONS
           PERFORM LOCATION-MENU
       ELSE IF OPTION = 3 THEN
           PERFORM CHANGE-LOCATION-BIN
           PERFORM LOCATION-MENU
       ELSE IF OPTION = 0 THEN
           CONTINUE
       ELSE
           DISPLAY "Invalid option. Please enter a valid choice (0-3):"
           MOVE "Invalid location menu option entered."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
       ELSE
           DISPLAY "Enter the location name: ".
           ACCEPT LOCATION-NAME.
           PERFORM ASK-BIN-DETAILS.
           WRITE LOCATION-REGISTRATION
               INVALID KEY
                   DISPLAY "Error writing location record.".
       END-READ.
       IF END-OF-FILE = 0
           DISPLAY "Id: " LOCATION-ID
           " Name: " LOCATION-NAME
           DISPLAY "  Bin: " LOCATION-AISLE "-" LOCATION-BAY "-"
           LOCATION-LEVEL " Max volume: " LOCATION-MAX-VOLUME
           " Max weight: " LOCATION-MAX-WEIGHT.

      *The bin slot (aisle, bay, level) places the location in the
      *warehouse, so putaway can tell which bins are nearest a
      *product's home bin; the capacity limits how much is sent to
      *it. A capacity of 0 is not limited.
       ASK-BIN-DETAILS.
       DISPLAY "Enter the bin aisle (e.g. A01): ".
       ACCEPT LOCATION-AISLE.
       DISPLAY "Enter the bin bay: ".
       ACCEPT LOCATION-BAY.
       DISPLAY "Enter the bin level: ".
       ACCEPT LOCATION-LEVEL.
       DISPLAY "Enter the capacity in cubic dm (0 if not limited): ".
       ACCEPT VOLUME-ENTRY.
       MOVE VOLUME-ENTRY TO LOCATION-MAX-VOLUME.
       DISPLAY "Enter the weight limit in kg (0 if not limited): ".
       ACCEPT WEIGHT-ENTRY.
       MOVE WEIGHT-ENTRY TO LOCATION-MAX-WEIGHT.

       CHANGE-LOCATION-BIN.
       DISPLAY "Enter the location id: ".
       ACCEPT LOCATION-ID.
       MOVE "S" TO RECORD-FOUND.
       READ LOCATIONS-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No location found with that id."
       ELSE
           DISPLAY "Bin: " LOCATION-AISLE "-" LOCATION-BAY "-"
           LOCATION-LEVEL " Max volume: " LOCATION-MAX-VOLUME
           " Max weight: " LOCATION-MAX-WEIGHT
           PERFORM ASK-BIN-DETAILS
           REWRITE LOCATION-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating location record."
           END-REWRITE
           DISPLAY "Location updated."
       END-IF.

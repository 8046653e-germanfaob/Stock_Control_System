       01  LOCATION-REGISTRATION.
           05  LOCATION-ID          PIC X(6).
           05  LOCATION-NAME        PIC X(30).
           05  LOCATION-AISLE       PIC X(3).
           05  LOCATION-BAY         PIC X(3).
           05  LOCATION-LEVEL       PIC X(3).
           05  LOCATION-MAX-VOLUME  PIC 9(6)V999.
           05  LOCATION-MAX-WEIGHT  PIC 9(6)V99.

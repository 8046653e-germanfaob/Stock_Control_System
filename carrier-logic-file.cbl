           05  CARRIER-CODE         PIC X(4).
           05  CARRIER-NAME         PIC X(30).
           05  CARRIER-PHONE        PIC X(15).
           05  CARRIER-HAZARD-LIST.
               10  CARRIER-HAZARD-CLASS PIC X(3) OCCURS 8 TIMES.
           05  CARRIER-VENDOR-ID    PIC 9(5).
           05  CARRIER-OWN-FLEET    PIC X.
               88  CARRIER-IS-OWN-FLEET VALUE "Y".

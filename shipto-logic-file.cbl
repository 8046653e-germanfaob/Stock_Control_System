           05  SHIPTO-CITY            PIC X(25).
           05  SHIPTO-POSTCODE        PIC X(10).
           05  SHIPTO-COUNTRY         PIC X(20).
           05  SHIPTO-ROUTE-CODE      PIC X(4).
               88  SHIPTO-HAS-NO-ROUTE VALUE SPACE.
           05  SHIPTO-STOP-SEQ        PIC 9(3).

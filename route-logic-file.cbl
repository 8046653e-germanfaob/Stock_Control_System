       FD  ROUTES-FILE.
       01  ROUTE-REGISTRATION.
           05  ROUTE-CODE           PIC X(4).
           05  ROUTE-NAME           PIC X(30).
           05  ROUTE-DAYS-RUN       PIC X(7).
           05  ROUTE-DAY-FLAGS REDEFINES ROUTE-DAYS-RUN.
               10  ROUTE-RUNS-ON    PIC X OCCURS 7 TIMES.
           05  ROUTE-VEHICLE        PIC X(10).
           05  ROUTE-MAX-WEIGHT     PIC 9(6)V99.
           05  ROUTE-MAX-VOLUME     PIC 9(6)V999.

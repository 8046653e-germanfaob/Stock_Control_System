       FD  FORECAST-FILE.
       01  FORECAST-REGISTRATION.
           05  FORECAST-KEY.
               10  FORECAST-PRODUCT-ID PIC X(15).
               10  FORECAST-PERIOD     PIC 9(6).
           05  FORECAST-QTY            PIC 9(7).
           05  FORECAST-METHOD         PIC X(01).
               88  FORECAST-BY-MOVING-AVG VALUE "M".
               88  FORECAST-BY-SMOOTHING  VALUE "E".
               88  FORECAST-BY-SEASONAL   VALUE "S".
           05  FORECAST-BASE-PERIOD    PIC 9(6).
           05  FORECAST-RUN-DATE       PIC 9(8).

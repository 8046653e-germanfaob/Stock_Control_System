       FD  CUSTOMER-SITES-FILE.
       01  CUSTOMER-SITE-REGISTRATION.
           05  SITE-CUSTOMER-ID      PIC 9(6).
           05  SITE-LOCATION-ID      PIC X(6).
           05  SITE-NAME             PIC X(30).
           05  SITE-COUNT-DAYS       PIC 9(3).
           05  SITE-LAST-COUNT-DATE  PIC 9(8).
           05  SITE-STATUS           PIC X(01).
               88  SITE-IS-ACTIVE VALUE "A".
               88  SITE-IS-CLOSED VALUE "C".
           05  SITE-COMPANY-CODE     PIC X(2).

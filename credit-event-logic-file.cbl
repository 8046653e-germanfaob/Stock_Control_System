       FD  CREDIT-EVENTS-FILE.
       01  CREDIT-EVENT-REGISTRATION.
           05  CREDIT-EVENT-KEY.
               10  CREDIT-EVENT-CUSTOMER-ID PIC 9(6).
               10  CREDIT-EVENT-DATE        PIC 9(8).
               10  CREDIT-EVENT-SEQ         PIC 9(3).
           05  CREDIT-EVENT-TYPE        PIC X(01).
               88  CREDIT-EVENT-IS-DUNNING  VALUE "D".
               88  CREDIT-EVENT-IS-HOLD     VALUE "H".
               88  CREDIT-EVENT-IS-BALANCE  VALUE "B".
               88  CREDIT-EVENT-IS-REVIEW   VALUE "R".
           05  CREDIT-EVENT-LEVEL       PIC 9(1).
           05  CREDIT-EVENT-AMOUNT      PIC 9(9)V99.
           05  CREDIT-EVENT-REFERENCE   PIC X(20).

       FD  REBATE-AGREEMENTS-FILE.
       01  REBATE-AGREEMENT-REGISTRATION.
           05  REBATE-KEY.
               10  REBATE-CUSTOMER-ID  PIC 9(6).
               10  REBATE-START-DATE   PIC 9(8).
           05  REBATE-END-DATE         PIC 9(8).
           05  REBATE-TIER OCCURS 3 TIMES.
               10  REBATE-TIER-THRESHOLD PIC 9(9)V99.
               10  REBATE-TIER-PCT       PIC 9(2)V99.
           05  REBATE-PURCHASES        PIC 9(11)V99.
           05  REBATE-ACCRUED          PIC 9(9)V99.
           05  REBATE-LAST-RUN-DATE    PIC 9(8).
           05  REBATE-STATUS           PIC X(12).
               88  REBATE-IS-ACTIVE       VALUE "Active".
               88  REBATE-IS-SETTLED      VALUE "Settled".
           05  REBATE-CREDIT-NOTE-ID   PIC 9(6).

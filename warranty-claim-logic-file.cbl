       FD  WARRANTY-CLAIMS-FILE.
       01  CLAIM-REGISTRATION.
           05  CLAIM-ID              PIC 9(6).
           05  CLAIM-PRODUCT-ID      PIC X(15).
           05  CLAIM-SERIAL-NUMBER   PIC X(20).
           05  CLAIM-CUSTOMER-ID     PIC 9(6).
           05  CLAIM-ORDER-ID        PIC 9(6).
           05  CLAIM-VENDOR-ID       PIC 9(5).
           05  CLAIM-DATE            PIC 9(8).
           05  CLAIM-WARRANTY-END    PIC 9(8).
           05  CLAIM-WARRANTY-FLAG   PIC X(01).
               88  CLAIM-IS-IN-WARRANTY  VALUE "Y".
           05  CLAIM-FAULT           PIC X(60).
           05  CLAIM-STATUS          PIC X(10).
               88  CLAIM-IS-OPEN         VALUE "Open".
               88  CLAIM-IS-APPROVED     VALUE "Approved".
               88  CLAIM-IS-REJECTED     VALUE "Rejected".
               88  CLAIM-IS-RETURNED     VALUE "Returned".
               88  CLAIM-IS-CLOSED       VALUE "Closed".
           05  CLAIM-DECISION        PIC X(01).
               88  CLAIM-IS-REPAIR       VALUE "R".
               88  CLAIM-IS-REPLACE      VALUE "P".
               88  CLAIM-IS-CREDIT       VALUE "C".
           05  CLAIM-DECISION-DATE   PIC 9(8).
           05  CLAIM-DECIDED-BY      PIC X(10).
           05  CLAIM-COST            PIC 9(7)V99.
           05  CLAIM-CREDIT-AMOUNT   PIC 9(7)V99.
           05  CLAIM-RETURN-ID       PIC 9(6).

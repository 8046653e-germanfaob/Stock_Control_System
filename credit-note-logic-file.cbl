           05  CREDIT-NOTE-STATUS      PIC X(12).
               88  CREDIT-NOTE-IS-OPEN    VALUE "Open".
               88  CREDIT-NOTE-IS-APPLIED VALUE "Applied".
           05  CREDIT-NOTE-SOURCE      PIC X(01).
               88  CREDIT-NOTE-IS-REBATE  VALUE "B".

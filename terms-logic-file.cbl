       FD  TERMS-FILE.
       01  TERMS-REGISTRATION.
           05  TERMS-CODE           PIC X(6).
           05  TERMS-DESCRIPTION    PIC X(30).
           05  TERMS-NET-DAYS       PIC 9(3).
           05  TERMS-DISCOUNT-PCT   PIC 9(2)V99.
           05  TERMS-DISCOUNT-DAYS  PIC 9(3).
           05  TERMS-BASIS-FLAG     PIC X(01).
               88  TERMS-FROM-INVOICE     VALUE "I".
               88  TERMS-FROM-MONTH-END   VALUE "M".

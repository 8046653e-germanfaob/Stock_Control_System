           05  SESSION-LOGGED-IN      PIC X(01).
               88  SESSION-IS-ACTIVE      VALUE "Y".
           05  SESSION-MAX-DISCOUNT-PCT PIC 9(3).
           05  SESSION-COMPANY-CODE   PIC X(2).
           05  SESSION-COMPANY-NAME   PIC X(40).
           05  SESSION-NUMBER-BASE    PIC 9(6).
           05  SESSION-TRAINING-FLAG  PIC X(01).
               88  SESSION-IN-TRAINING    VALUE "Y".

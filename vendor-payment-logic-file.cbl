           05  VENDOR-PAYMENT-GROSS      PIC 9(9)V99.
           05  VENDOR-PAYMENT-CREDITS    PIC 9(9)V99.
           05  VENDOR-PAYMENT-NET        PIC 9(9)V99.
           05  VENDOR-PAYMENT-DISCOUNTS  PIC 9(9)V99.
           05  VENDOR-PAYMENT-CLEARED-DATE PIC 9(8).
           05  VENDOR-PAYMENT-CHECK-NO   PIC 9(6).
           05  VENDOR-PAYMENT-STATUS     PIC X(01).
               88  VENDOR-CHECK-ISSUED    VALUE "I".
               88  VENDOR-CHECK-VOIDED    VALUE "V".
               88  VENDOR-PAID-BY-CREDIT  VALUE "S".
           05  VENDOR-PAYMENT-VOID-DATE  PIC 9(8).
           05  VENDOR-PAYMENT-REISSUE-OF PIC 9(6).
           05  VENDOR-PAYMENT-PP-ISSUE   PIC X(01).
               88  ISSUE-SENT-TO-BANK     VALUE "Y".
           05  VENDOR-PAYMENT-PP-VOID    PIC X(01).
               88  VOID-SENT-TO-BANK      VALUE "Y".

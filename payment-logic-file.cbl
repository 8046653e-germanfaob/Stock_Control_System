               88  PAYMENT-IS-DEPOSIT VALUE "D".
           05  PAYMENT-DEPOSIT-USED  PIC X(01).
               88  DEPOSIT-IS-APPLIED VALUE "Y".
           05  PAYMENT-DISCOUNT-AMOUNT PIC 9(9)V99.
           05  PAYMENT-SOURCE        PIC X(01).
               88  PAYMENT-FROM-LOCKBOX VALUE "L".
           05  PAYMENT-CLEARED-DATE  PIC 9(8).
           05  PAYMENT-OPERATOR-ID   PIC X(10).
           05  PAYMENT-TILL-ID       PIC X(4).
           05  PAYMENT-TENDER        PIC X(01).
               88  PAYMENT-BY-CASH    VALUE "C".
               88  PAYMENT-BY-CARD    VALUE "K".
           05  PAYMENT-APPLIED-AMOUNT PIC 9(9)V99.

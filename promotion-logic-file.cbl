       FD  PROMOTIONS-FILE.
       01  PROMOTION-REGISTRATION.
           05  PROMO-CODE           PIC X(8).
           05  PROMO-DESCRIPTION    PIC X(30).
           05  PROMO-START-DATE     PIC 9(8).
           05  PROMO-END-DATE       PIC 9(8).
           05  PROMO-SCOPE          PIC X(01).
               88  PROMO-FOR-PRODUCT  VALUE "P".
               88  PROMO-FOR-BRAND    VALUE "B".
               88  PROMO-FOR-CATEGORY VALUE "C".
               88  PROMO-FOR-CUSTOMER VALUE "U".
               88  PROMO-SCOPE-IS-VALID VALUE "P" "B" "C" "U".
           05  PROMO-SCOPE-VALUE    PIC X(20).
           05  PROMO-SCOPE-CUSTOMER REDEFINES PROMO-SCOPE-VALUE.
               10  PROMO-CUSTOMER-ID PIC 9(6).
               10  FILLER           PIC X(14).
           05  PROMO-TYPE           PIC X(01).
               88  PROMO-PERCENT-OFF  VALUE "P".
               88  PROMO-FIXED-PRICE  VALUE "F".
               88  PROMO-FREE-GOODS   VALUE "G".
               88  PROMO-TYPE-IS-VALID VALUE "P" "F" "G".
           05  PROMO-PERCENT        PIC 9(3).
           05  PROMO-PRICE          PIC 9(6)V99.
           05  PROMO-BUY-QTY        PIC 9(3).
           05  PROMO-FREE-QTY       PIC 9(3).

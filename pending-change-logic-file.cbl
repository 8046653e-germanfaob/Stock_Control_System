       FD  PENDING-CHANGES-FILE.
       01  PENDING-CHANGE-REGISTRATION.
           05  PCHG-ID                PIC 9(6).
           05  PCHG-ENTITY            PIC X(10).
               88  PCHG-FOR-PRODUCT   VALUE "PRODUCT".
               88  PCHG-FOR-CUSTOMER  VALUE "CUSTOMER".
               88  PCHG-FOR-VENDOR    VALUE "VENDOR".
               88  PCHG-FOR-STYLE     VALUE "STYLE".
               88  PCHG-FOR-SCHEDULE  VALUE "PRICESCHED".
           05  PCHG-RECORD-KEY        PIC X(15).
           05  PCHG-KEY-CUSTOMER-VIEW REDEFINES PCHG-RECORD-KEY.
               10  PCHG-KEY-CUSTOMER-ID PIC 9(6).
               10  FILLER             PIC X(9).
           05  PCHG-KEY-VENDOR-VIEW REDEFINES PCHG-RECORD-KEY.
               10  PCHG-KEY-VENDOR-ID PIC 9(5).
               10  FILLER             PIC X(10).
           05  PCHG-KEY-SCHEDULE-VIEW REDEFINES PCHG-RECORD-KEY.
               10  PCHG-KEY-SCHEDULE-ID PIC 9(6).
               10  FILLER             PIC X(9).
           05  PCHG-FIELD             PIC X(12).
               88  PCHG-IS-PRICE        VALUE "PRICE".
               88  PCHG-IS-CREDIT-LIMIT VALUE "CREDITLIMIT".
               88  PCHG-IS-VENDOR-NAME  VALUE "NAME".
               88  PCHG-IS-VENDOR-EMAIL VALUE "EMAIL".
               88  PCHG-IS-VENDOR-BANK  VALUE "BANK".
           05  PCHG-OLD-VALUE         PIC X(40).
           05  PCHG-OLD-AMOUNT-VIEW REDEFINES PCHG-OLD-VALUE.
               10  PCHG-OLD-AMOUNT    PIC 9(9)V99.
               10  FILLER             PIC X(29).
           05  PCHG-NEW-VALUE         PIC X(40).
           05  PCHG-NEW-AMOUNT-VIEW REDEFINES PCHG-NEW-VALUE.
               10  PCHG-NEW-AMOUNT    PIC 9(9)V99.
               10  FILLER             PIC X(29).
           05  PCHG-REQUESTED-BY      PIC X(10).
           05  PCHG-REQUESTED-DATE    PIC 9(8).
           05  PCHG-STATUS            PIC X(01).
               88  PCHG-IS-PENDING    VALUE "P".
               88  PCHG-IS-APPROVED   VALUE "A".
               88  PCHG-IS-REJECTED   VALUE "R".
           05  PCHG-DECIDED-BY        PIC X(10).
           05  PCHG-DECIDED-DATE      PIC 9(8).

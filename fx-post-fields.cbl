       01  FX-POST-FIELDS.
           05  FX-POST-DATE         PIC 9(8).
           05  FX-POST-KIND         PIC X(1).
           05  FX-POST-SIDE         PIC X(2).
           05  FX-POST-DOC-ID       PIC 9(6).
           05  FX-POST-CURRENCY     PIC X(3).
           05  FX-POST-DOC-AMOUNT   PIC 9(9)V99.
           05  FX-POST-BOOKED-RATE  PIC 9(5)V9(6).
           05  FX-POST-NEW-RATE     PIC 9(5)V9(6).
           05  FX-POST-BOOKED-HOME  PIC 9(9)V99.
           05  FX-POST-NEW-HOME     PIC 9(9)V99.

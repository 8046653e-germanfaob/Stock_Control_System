           05  AUDIT-BEFORE-VALUE PIC X(40).
           05  FILLER             PIC X(1).
           05  AUDIT-AFTER-VALUE  PIC X(40).
           05  FILLER             PIC X(1).
           05  AUDIT-SEQUENCE     PIC 9(9).
           05  FILLER             PIC X(1).
           05  AUDIT-CHECK-VALUE  PIC 9(9).

           05  RTV-DATE             PIC 9(8).
           05  RTV-VALUE            PIC 9(9)V99.
           05  RTV-STATUS           PIC X(10).
           05  RTV-CHECK-NO         PIC 9(6).

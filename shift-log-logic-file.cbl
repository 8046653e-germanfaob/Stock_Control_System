       FD  SHIFT-LOG-FILE.
       01  SHIFT-LOG-REGISTRATION.
           05  SHIFT-LOG-KEY.
               10  SHIFT-OPERATOR-ID PIC X(10).
               10  SHIFT-DATE        PIC 9(8).
               10  SHIFT-CODE        PIC X(01).
                   88  SHIFT-CODE-IS-VALID VALUE "E" "L" "N".
           05  SHIFT-HOURS           PIC 9(2)V99.
           05  SHIFT-ENTERED-BY      PIC X(10).

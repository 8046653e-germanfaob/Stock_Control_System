       FD  CASE-NOTES-FILE.
       01  CASE-NOTE-REGISTRATION.
           05  CASE-NOTE-KEY.
               10  CASE-NOTE-CASE-ID PIC 9(6).
               10  CASE-NOTE-SEQ     PIC 9(3).
           05  CASE-NOTE-DATE        PIC 9(8).
           05  CASE-NOTE-BY          PIC X(10).
           05  CASE-NOTE-TEXT        PIC X(70).

       FD  NOTES-FILE.
       01  NOTE-REGISTRATION.
           05  NOTE-KEY.
               10  NOTE-OWNER-TYPE   PIC X(01).
                   88  NOTE-FOR-CUSTOMER VALUE "C".
                   88  NOTE-FOR-ORDER    VALUE "O".
               10  NOTE-OWNER-ID     PIC 9(6).
               10  NOTE-SEQ          PIC 9(3).
           05  NOTE-AUDIENCE         PIC X(01).
               88  NOTE-FOR-PICKING  VALUE "P".
               88  NOTE-FOR-PACKING  VALUE "K".
               88  NOTE-FOR-DRIVER   VALUE "D".
               88  NOTE-FOR-INVOICE  VALUE "I".
               88  NOTE-IS-INTERNAL  VALUE "N".
           05  NOTE-TEXT             PIC X(60).
           05  NOTE-ENTERED-DATE     PIC 9(8).
           05  NOTE-ENTERED-BY       PIC X(10).

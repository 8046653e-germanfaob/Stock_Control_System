       FD  GL-PENDING-FILE.
       01  GL-PENDING-REGISTRATION.
           05  GL-PENDING-ID           PIC 9(6).
           05  GL-PENDING-DATE         PIC 9(8).
           05  GL-PENDING-TYPE         PIC X(10).
           05  GL-PENDING-AMOUNT       PIC 9(9)V99.
           05  GL-PENDING-REVERSE-FLAG PIC X(01).
               88  GL-PENDING-IS-REVERSAL VALUE "Y".
           05  GL-PENDING-REFERENCE    PIC X(20).
           05  GL-PENDING-STATUS       PIC X(01).
               88  GL-PENDING-IS-OPEN     VALUE "O".
               88  GL-PENDING-IS-POSTED   VALUE "P".
           05  GL-PENDING-POSTED-DATE  PIC 9(8).
           05  GL-PENDING-COMPANY-CODE PIC X(2).

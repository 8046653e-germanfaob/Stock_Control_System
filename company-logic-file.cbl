       FD  COMPANIES-FILE.
       01  COMPANY-REGISTRATION.
           05  COMPANY-CODE           PIC X(2).
           05  COMPANY-NAME           PIC X(40).
           05  COMPANY-NUMBER-BASE    PIC 9(6).
           05  COMPANY-CREATED-DATE   PIC 9(8).

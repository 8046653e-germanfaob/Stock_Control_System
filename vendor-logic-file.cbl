           05  VENDOR-CURRENCY-CODE PIC X(3).
           05  VENDOR-QC-FLAG  PIC X(01).
               88  VENDOR-NEEDS-QC VALUE "Y".
           05  VENDOR-TERMS-CODE PIC X(6).
           05  VENDOR-BANK-ACCOUNT PIC X(20).
           05  VENDOR-COMPANY-CODE PIC X(2).

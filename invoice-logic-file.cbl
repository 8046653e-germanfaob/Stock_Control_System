           05  INVOICE-CURRENCY-CODE PIC X(3).
           05  INVOICE-EXCHANGE-RATE PIC 9(5)V9(6).
           05  INVOICE-DOC-TOTAL     PIC 9(9)V99.
           05  INVOICE-TERMS-CODE    PIC X(6).
           05  INVOICE-DUE-DATE      PIC 9(8).
           05  INVOICE-DISCOUNT-DATE PIC 9(8).
           05  INVOICE-DISCOUNT-PCT  PIC 9(2)V99.
           05  INVOICE-FREIGHT-AMOUNT PIC 9(7)V99.
           05  INVOICE-DEPOSIT-APPLIED PIC 9(9)V99.
           05  INVOICE-EDI-SENT-FLAG  PIC X(01).
               88  INVOICE-EDI-SENT  VALUE "Y".
           05  INVOICE-EDI-SENT-DATE  PIC 9(8).
           05  INVOICE-COMPANY-CODE   PIC X(2).
           05  INVOICE-TYPE           PIC X(01).
               88  INVOICE-IS-FINANCE-CHARGE VALUE "F".
           05  INVOICE-REVERSED-DATE  PIC 9(8).
           05  INVOICE-REVERSAL-REASON PIC X(40).
           05  INVOICE-WRITTEN-OFF-AMOUNT PIC 9(9)V99.
           05  INVOICE-WRITE-OFF-DATE PIC 9(8).
           05  INVOICE-WRITE-OFF-REASON PIC X(20).
           05  INVOICE-REINSTATED-DATE PIC 9(8).

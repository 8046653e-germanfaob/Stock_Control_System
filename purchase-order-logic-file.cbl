           05  PO-STATUS             PIC X(12).
           05  PO-CURRENCY-CODE      PIC X(3).
           05  PO-EXCHANGE-RATE      PIC 9(5)V9(6).
           05  PO-BUYER-ID           PIC X(10).
           05  PO-COMPANY-CODE       PIC X(2).

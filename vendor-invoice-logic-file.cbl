               88  VENDOR-INVOICE-IS-APPROVED VALUE "Approved".
               88  VENDOR-INVOICE-IS-HELD     VALUE "Held".
               88  VENDOR-INVOICE-IS-PAID     VALUE "Paid".
           05  VENDOR-INVOICE-DISC-DATE PIC 9(8).
           05  VENDOR-INVOICE-DISC-PCT  PIC 9(2)V99.
           05  VENDOR-INVOICE-CHECK-NO  PIC 9(6).

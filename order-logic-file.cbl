           05  ORDER-REQUESTED-DATE  PIC 9(8).
           05  ORDER-INVOICED-FLAG   PIC X(01).
               88  ORDER-IS-INVOICED VALUE "Y".
           05  ORDER-INVOICE-ID      PIC 9(6).
           05  ORDER-ACK-REVISION    PIC 9(2).
           05  ORDER-COMPANY-CODE    PIC X(2).
           05  ORDER-CONSIGN-FILL-FLAG PIC X(01).
               88  ORDER-IS-CONSIGN-FILL VALUE "Y".
           05  ORDER-SHIP-COMPLETE-FLAG PIC X(01).
               88  ORDER-SHIPS-COMPLETE VALUE "Y".

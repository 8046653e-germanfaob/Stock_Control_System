           05  CUSTOMER-BILLING-CYCLE PIC X(01).
               88  CUSTOMER-BILLS-MONTHLY VALUE "M".
           05  CUSTOMER-MERGED-INTO   PIC 9(6).
           05  CUSTOMER-TERMS-CODE    PIC X(6).
           05  CUSTOMER-EINVOICE-FLAG PIC X(01).
               88  CUSTOMER-WANTS-EINVOICE VALUE "Y".
           05  CUSTOMER-PAPER-FLAG    PIC X(01).
               88  CUSTOMER-WANTS-PAPER VALUE "Y".
           05  CUSTOMER-LANGUAGE      PIC X(2).
           05  CUSTOMER-COMPANY-CODE  PIC X(2).
           05  CUSTOMER-REVIEW-DATE   PIC 9(8).
           05  CUSTOMER-LAST-REVIEW-DATE PIC 9(8).
           05  CUSTOMER-FINCHG-EXEMPT PIC X(01).
               88  CUSTOMER-IS-FINCHG-EXEMPT VALUE "Y".
           05  CUSTOMER-SHIP-COMPLETE PIC X(01).
               88  CUSTOMER-SHIPS-COMPLETE VALUE "Y".

       FD  ASN-LINES-FILE.
       01  ASN-REGISTRATION.
           05  ASN-KEY.
               10  ASN-PO-ID         PIC 9(6).
               10  ASN-PO-LINE       PIC 9(3).
               10  ASN-SEQUENCE      PIC 9(4).
           05  ASN-NUMBER            PIC X(15).
           05  ASN-PRODUCT-ID        PIC X(15).
           05  ASN-QTY               PIC 9(5).
           05  ASN-LOT-NUMBER        PIC X(10).
           05  ASN-EXPIRY-DATE       PIC 9(8).
           05  ASN-SERIAL-NUMBER     PIC X(20).
           05  ASN-DUE-DATE          PIC 9(8).
           05  ASN-IMPORT-DATE       PIC 9(8).
           05  ASN-STATUS            PIC X(10).
               88  ASN-IS-STAGED     VALUE "Staged".
               88  ASN-IS-RECEIVED   VALUE "Received".
               88  ASN-IS-ADJUSTED   VALUE "Adjusted".
           05  ASN-RECEIVED-DATE     PIC 9(8).
           05  ASN-COMPANY-CODE      PIC X(2).

       FD  CHANNEL-FEED-FILE.
       01  FEED-STATE-REGISTRATION.
           05  FEED-STATE-KEY.
               10  FEED-CHANNEL-CODE  PIC X(10).
               10  FEED-PRODUCT-ID    PIC X(15).
           05  FEED-SENT-QTY          PIC 9(7).
           05  FEED-SENT-PRICE        PIC 9(6)V99.
           05  FEED-SENT-BARCODE      PIC X(15).
           05  FEED-SENT-STATUS       PIC X(01).
               88  FEED-SENT-LISTED   VALUE "A".
               88  FEED-SENT-DELISTED VALUE "D".
           05  FEED-SENT-DATE         PIC 9(8).

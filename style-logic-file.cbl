       FD  STYLES-FILE.
       01  STYLE-REGISTRATION.
           05  STYLE-CODE             PIC X(6).
           05  STYLE-NAME             PIC X(30).
           05  STYLE-BRAND            PIC X(20).
           05  STYLE-CATEGORY         PIC X(20).
           05  STYLE-PRICE            PIC 9(6)V99.
           05  STYLE-VENDOR-ID        PIC 9(5).
           05  STYLE-TAX-CODE         PIC X(3).
           05  STYLE-UOM              PIC X(4).
           05  STYLE-SIZE-COUNT       PIC 9(2).
           05  STYLE-SIZES.
               10  STYLE-SIZE         PIC X(4) OCCURS 12 TIMES.
           05  STYLE-COLOUR-COUNT     PIC 9(2).
           05  STYLE-COLOURS.
               10  STYLE-COLOUR       PIC X(3) OCCURS 10 TIMES.
           05  STYLE-LAST-UPDATED-DATE PIC 9(8).

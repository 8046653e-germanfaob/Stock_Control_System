       FD  FX-LEDGER-FILE.
       01  FX-LEDGER-RECORD.
           05  FX-DATE            PIC 9(8).
           05  FILLER             PIC X(1).
           05  FX-KIND            PIC X(1).
               88  FX-IS-REALISED     VALUE "R".
               88  FX-IS-UNREALISED   VALUE "U".
               88  FX-IS-CANCELLED    VALUE "C".
           05  FILLER             PIC X(1).
           05  FX-SIDE            PIC X(2).
               88  FX-IS-RECEIVABLE   VALUE "AR".
               88  FX-IS-PAYABLE      VALUE "AP".
           05  FILLER             PIC X(1).
           05  FX-DOC-ID          PIC 9(6).
           05  FILLER             PIC X(1).
           05  FX-CURRENCY        PIC X(3).
           05  FILLER             PIC X(1).
           05  FX-DOC-AMOUNT      PIC 9(9)V99.
           05  FILLER             PIC X(1).
           05  FX-BOOKED-RATE     PIC 9(5)V9(6).
           05  FILLER             PIC X(1).
           05  FX-NEW-RATE        PIC 9(5)V9(6).
           05  FILLER             PIC X(1).
           05  FX-BOOKED-HOME     PIC 9(9)V99.
           05  FILLER             PIC X(1).
           05  FX-NEW-HOME        PIC 9(9)V99.
           05  FILLER             PIC X(1).
           05  FX-AMOUNT          PIC 9(9)V99.
           05  FILLER             PIC X(1).
           05  FX-DIRECTION       PIC X(1).
               88  FX-IS-GAIN         VALUE "G".
               88  FX-IS-LOSS         VALUE "L".
           05  FILLER             PIC X(1).
           05  FX-COMPANY-CODE    PIC X(2).

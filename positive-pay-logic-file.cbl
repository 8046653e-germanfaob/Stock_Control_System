       FD  POSITIVE-PAY-FILE.
       01  POSITIVE-PAY-RECORD.
           05  PP-RECORD-TYPE        PIC X(01).
               88  PP-CHECK-ISSUED   VALUE "I".
               88  PP-CHECK-VOIDED   VALUE "V".
           05  PP-CHECK-NUMBER       PIC 9(10).
           05  PP-ISSUE-DATE         PIC 9(8).
           05  PP-AMOUNT             PIC 9(10)V99.
           05  PP-PAYEE-NAME         PIC X(40).
           05  FILLER                PIC X(09).
       01  POSITIVE-PAY-TRAILER.
           05  PT-RECORD-TYPE        PIC X(01).
           05  PT-ITEM-COUNT         PIC 9(10).
           05  PT-TOTAL-AMOUNT       PIC 9(12)V99.
           05  PT-FILE-DATE          PIC 9(8).
           05  FILLER                PIC X(47).

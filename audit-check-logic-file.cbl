       FD  AUDIT-CHECK-FILE.
       01  AUDIT-CHECK-RECORD.
           05  CHAIN-CHECK-DATE      PIC 9(8).
           05  FILLER                PIC X(1).
           05  CHAIN-CHECK-RECORDS   PIC 9(9).
           05  FILLER                PIC X(1).
           05  CHAIN-CHECK-PROBLEMS  PIC 9(5).
           05  FILLER                PIC X(1).
           05  CHAIN-CHECK-RESULT    PIC X(4).
               88  CHAIN-CHECK-PASSED    VALUE "OK".
               88  CHAIN-CHECK-FAILED    VALUE "FAIL".

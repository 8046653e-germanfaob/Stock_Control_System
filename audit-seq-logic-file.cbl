       FD  AUDIT-SEQ-FILE.
       01  AUDIT-SEQ-RECORD.
           05  AUDIT-LAST-SEQUENCE    PIC 9(9).
           05  FILLER                 PIC X(1).
           05  AUDIT-LAST-CHECK-VALUE PIC 9(9).

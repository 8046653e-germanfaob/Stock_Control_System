       FD  CHECK-PRINT-FILE.
       01  CHECK-PRINT-LINE PIC X(132).

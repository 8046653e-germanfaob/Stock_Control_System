           SELECT CHECK-PRINT-FILE ASSIGN TO "CHECKS.PRT"
               ORGANIZATION IS LINE SEQUENTIAL.

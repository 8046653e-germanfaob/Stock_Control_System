           SELECT OPTIONAL AUDIT-CHECK-FILE ASSIGN TO "AUDITCHK.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.

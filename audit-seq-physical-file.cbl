           SELECT OPTIONAL AUDIT-SEQ-FILE ASSIGN TO "AUDITSEQ.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FX-LEDGER-FILE ASSIGN TO "FXLEDGER.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-PENDING-FILE ASSIGN TO "GLPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-PENDING-ID.

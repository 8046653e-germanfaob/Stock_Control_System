           SELECT NCR-FILE ASSIGN TO "NCR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NCR-ID.

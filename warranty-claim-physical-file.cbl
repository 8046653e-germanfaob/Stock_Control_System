           SELECT WARRANTY-CLAIMS-FILE ASSIGN TO "WCLAIMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAIM-ID.

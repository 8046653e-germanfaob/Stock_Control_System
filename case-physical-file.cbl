           SELECT CASES-FILE ASSIGN TO "CASES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-ID.

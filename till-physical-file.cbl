           SELECT TILL-SESSIONS-FILE ASSIGN TO "TILLSESS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TILL-SESSION-KEY.

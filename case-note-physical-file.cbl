           SELECT CASE-NOTES-FILE ASSIGN TO "CASENOTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-NOTE-KEY.

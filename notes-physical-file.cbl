           SELECT NOTES-FILE ASSIGN TO "NOTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTE-KEY.

           SELECT SHIFT-LOG-FILE ASSIGN TO "SHIFTLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHIFT-LOG-KEY.

           SELECT FORECAST-FILE ASSIGN TO "FORECAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FORECAST-KEY.

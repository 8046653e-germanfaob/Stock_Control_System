           SELECT STOCK-ASOF-FILE ASSIGN TO "STOCKASOF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASOF-KEY.

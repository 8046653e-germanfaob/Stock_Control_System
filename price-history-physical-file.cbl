           SELECT PRICE-HISTORY-FILE ASSIGN TO "PRICEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHIST-KEY.

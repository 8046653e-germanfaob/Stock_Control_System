           SELECT SITE-STOCK-FILE ASSIGN TO "SITESTOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SITE-STOCK-KEY.

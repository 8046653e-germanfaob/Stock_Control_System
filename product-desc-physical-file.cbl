           SELECT PRODUCT-DESCRIPTIONS-FILE ASSIGN TO "PRODDESC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDESC-KEY.

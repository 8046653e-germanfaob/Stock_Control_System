           SELECT STYLES-FILE ASSIGN TO "STYLES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STYLE-CODE.

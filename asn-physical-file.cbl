           SELECT ASN-LINES-FILE ASSIGN TO "ASNLINES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASN-KEY.

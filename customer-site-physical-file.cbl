           SELECT CUSTOMER-SITES-FILE ASSIGN TO "CUSTSITES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SITE-CUSTOMER-ID.

           SELECT ROUTES-FILE ASSIGN TO "ROUTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROUTE-CODE.

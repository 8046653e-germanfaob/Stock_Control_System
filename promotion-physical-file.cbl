           SELECT PROMOTIONS-FILE ASSIGN TO "PROMOTIONS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROMO-CODE.

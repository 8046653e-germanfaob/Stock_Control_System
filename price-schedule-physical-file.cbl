           SELECT PRICE-SCHEDULE-FILE ASSIGN TO "PRICESCHED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHED-ID.

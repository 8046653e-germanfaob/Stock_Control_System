           SELECT REBATE-AGREEMENTS-FILE ASSIGN TO "REBATES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REBATE-KEY.

           SELECT CREDIT-EVENTS-FILE ASSIGN TO "CREDEVENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CREDIT-EVENT-KEY.

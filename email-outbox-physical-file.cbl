           SELECT EMAIL-OUTBOX-FILE ASSIGN TO "MAILOUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAIL-ID.

       SELECT TERMS-FILE ASSIGN TO "TERMS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TERMS-CODE.

           SELECT COMPANIES-FILE ASSIGN TO "COMPANY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMPANY-CODE.

           SELECT SALES-BUDGETS-FILE ASSIGN TO "BUDGETS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUDGET-KEY.

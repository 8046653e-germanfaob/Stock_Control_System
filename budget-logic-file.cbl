       FD  SALES-BUDGETS-FILE.
       01  BUDGET-REGISTRATION.
           05  BUDGET-KEY.
               10  BUDGET-PERIOD         PIC 9(6).
               10  BUDGET-SALESPERSON-ID PIC X(4).
               10  BUDGET-CATEGORY       PIC X(20).
           05  BUDGET-REVENUE            PIC 9(9)V99.
           05  BUDGET-MARGIN             PIC 9(9)V99.

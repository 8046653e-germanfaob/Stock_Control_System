       IDENTIFICATION DIVISION.
       PROGRAM-ID. register-budget.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical files in dynamic mode.
       FILE-CONTROL.
       COPY "budget-physical-file.cbl".
       COPY "salesperson-physical-file.cbl".
       COPY "category-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with sales budget fields.
       COPY "budget-logic-file.cbl".
      * Logic file with salesperson fields.
       COPY "salesperson-logic-file.cbl".
      * Logic file with category fields.
       COPY "category-logic-file.cbl".

       WORKING-STORAGE SECTION.
       01  OPTION PIC 9.
       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9.
       77  LIST-PERIOD PIC 9(6).
       77  AMOUNT-ENTRY PIC 9(9).99.
       77  AUDIT-BUDGET-ID PIC X(15).
       77  AUDIT-BEFORE PIC X(40).
       77  AUDIT-AFTER PIC X(40).
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "REGISTER-BUDGET".
       77  LOG-MESSAGE-FIELD PIC X(80).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
       OPEN I-O SALES-BUDGETS-FILE.
       OPEN I-O SALESPERSONS-FILE.
       OPEN I-O CATEGORIES-FILE.
       PERFORM BUDGET-MENU.
       PERFORM PROCESS-OPTION UNTIL OPTION = 0.
       CLOSE SALES-BUDGETS-FILE.
       CLOSE SALESPERSONS-FILE.
       CLOSE CATEGORIES-FILE.
       GOBACK.

       BUDGET-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Sales Budget Maintenance Menu"
       DISPLAY "1. Set a monthly budget"
       DISPLAY "2. List budgets for a month"
       DISPLAY "0. Back"
       DISPLAY "Enter your choice (0-2):"
       ACCEPT OPTION.

       PROCESS-OPTION.
       IF OPTION = 1 THEN
           PERFORM SET-BUDGET
           PERFORM BUDGET-MENU
       ELSE IF OPTION = 2 THEN
           PERFORM LIST-BUDGETS
           PERFORM BUDGET-MENU
       ELSE IF OPTION = 0 THEN
           CONTINUE
       ELSE
           DISPLAY "Invalid option. Please enter a valid choice (0-2):"
           MOVE "Invalid budget menu option entered."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
           PERFORM BUDGET-MENU.

      *One target per month, salesperson and category: the revenue
      *management expects and the margin it expects on it. Setting
      *a budget that is already on file replaces it, and the change
      *goes to the audit log so a moved target can be traced.
       SET-BUDGET.
       MOVE SPACE TO BUDGET-REGISTRATION.
       DISPLAY "Enter the budget month (YYYYMM): ".
       ACCEPT BUDGET-PERIOD.
       DISPLAY "Enter the salesperson id: ".
       ACCEPT BUDGET-SALESPERSON-ID.
       MOVE BUDGET-SALESPERSON-ID TO SALESPERSON-ID.
       MOVE "S" TO RECORD-FOUND.
       READ SALESPERSONS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No salesperson found with that id."
       ELSE
           DISPLAY "Salesperson: " SALESPERSON-NAME
           DISPLAY "Enter the category: "
           ACCEPT BUDGET-CATEGORY
           MOVE BUDGET-CATEGORY TO CATEGORY-NAME
           MOVE "S" TO RECORD-FOUND
           READ CATEGORIES-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND
           END-READ
           IF RECORD-FOUND = "N"
               DISPLAY "No category found with that name."
           ELSE
               PERFORM TAKE-BUDGET-AMOUNTS
           END-IF
       END-IF.

       TAKE-BUDGET-AMOUNTS.
       MOVE "S" TO RECORD-FOUND.
       READ SALES-BUDGETS-FILE RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       MOVE SPACE TO AUDIT-BEFORE.
       IF RECORD-FOUND = "S"
           DISPLAY "Current budget - revenue: " BUDGET-REVENUE
           " margin: " BUDGET-MARGIN
           STRING "REV=" DELIMITED BY SIZE
               BUDGET-REVENUE DELIMITED BY SIZE
               " MARGIN=" DELIMITED BY SIZE
               BUDGET-MARGIN DELIMITED BY SIZE
               INTO AUDIT-BEFORE
       END-IF.
       DISPLAY "Enter the revenue target: ".
       ACCEPT AMOUNT-ENTRY.
       MOVE AMOUNT-ENTRY TO BUDGET-REVENUE.
       DISPLAY "Enter the margin target: ".
       ACCEPT AMOUNT-ENTRY.
       MOVE AMOUNT-ENTRY TO BUDGET-MARGIN.
       IF RECORD-FOUND = "S"
           REWRITE BUDGET-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating budget record."
           END-REWRITE
       ELSE
           WRITE BUDGET-REGISTRATION
               INVALID KEY
                   DISPLAY "Error writing budget record."
           END-WRITE
       END-IF.
       DISPLAY "Budget recorded.".
       MOVE SPACE TO AUDIT-BUDGET-ID.
       STRING BUDGET-PERIOD DELIMITED BY SIZE
           BUDGET-SALESPERSON-ID DELIMITED BY SIZE
           INTO AUDIT-BUDGET-ID.
       MOVE SPACE TO AUDIT-AFTER.
       STRING "REV=" DELIMITED BY SIZE
           BUDGET-REVENUE DELIMITED BY SIZE
           " MARGIN=" DELIMITED BY SIZE
           BUDGET-MARGIN DELIMITED BY SIZE
           INTO AUDIT-AFTER.
       CALL "log-audit" USING LOG-PROGRAM-NAME-FIELD
           AUDIT-BUDGET-ID AUDIT-BEFORE AUDIT-AFTER.

       LIST-BUDGETS.
       DISPLAY "Enter the month to list (YYYYMM): ".
       ACCEPT LIST-PERIOD.
       MOVE LIST-PERIOD TO BUDGET-PERIOD.
       MOVE SPACE TO BUDGET-SALESPERSON-ID.
       MOVE SPACE TO BUDGET-CATEGORY.
       MOVE 0 TO END-OF-FILE.
       START SALES-BUDGETS-FILE KEY IS >= BUDGET-KEY
           INVALID KEY MOVE 1 TO END-OF-FILE.
       PERFORM SHOW-NEXT-BUDGET UNTIL END-OF-FILE = 1.

       SHOW-NEXT-BUDGET.
       READ SALES-BUDGETS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           IF BUDGET-PERIOD NOT = LIST-PERIOD
               MOVE 1 TO END-OF-FILE
           ELSE
               DISPLAY "Rep: " BUDGET-SALESPERSON-ID
               " Category: " BUDGET-CATEGORY
               " Revenue: " BUDGET-REVENUE
               " Margin: " BUDGET-MARGIN
           END-IF
       END-IF.

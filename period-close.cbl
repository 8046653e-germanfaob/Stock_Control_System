       77  RECORD-FOUND PIC X.
       77  END-OF-FILE PIC 9.
       77  WORK-PERIOD PIC 9(6).
       77  GRNI-MODE PIC X VALUE "A".
       77  NRV-MODE PIC X VALUE "A".
       77  FX-MODE PIC X VALUE "A".
       77  AUDIT-BEFORE PIC X(40).
       77  AUDIT-AFTER PIC X(40).
       77  AUDIT-PERIOD-ID PIC X(15).
       GOBACK.

       PERIOD-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Accounting Period Menu"
       DISPLAY "1. Close a period (month-end)"
           END-IF
           PERFORM LOG-PERIOD-AUDIT
           DISPLAY "Period " WORK-PERIOD " closed."
           PERFORM ACCRUE-GRNI
           PERFORM PROVIDE-NRV
           PERFORM REVALUE-FOREIGN-BALANCES
       END-IF.

      *Goods in that the vendors have not billed yet are a liability
      *of the month being closed: the GRNI report is printed for the
      *period and its total accrued on the last day, reversing on
      *the first day of the next month.
       ACCRUE-GRNI.
       CALL "grni-report" USING WORK-PERIOD GRNI-MODE.

      *Stock carried above what it will fetch is written down in the
      *month being closed: the NRV report is printed for the period
      *and its provision booked on the last day, reversing on the
      *first day of the next month.
       PROVIDE-NRV.
       CALL "nrv-provision-report" USING WORK-PERIOD NRV-MODE.

      *What is still owed to and by us in foreign currencies is
      *restated at the month-end rate: the revaluation report is
      *printed for the period and its unrealised gain or loss booked
      *on the last day, reversing on the first day of the next month.
       REVALUE-FOREIGN-BALANCES.
       CALL "fx-revaluation-report" USING WORK-PERIOD FX-MODE.

       REOPEN-PERIOD.
       IF NOT SESSION-ROLE-IS-ADMIN
           DISPLAY "Access restricted to administrators."

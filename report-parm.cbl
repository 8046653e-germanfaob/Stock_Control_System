       01  REPORT-PARM-FIELDS.
           05  REPORT-PARM-KEY        PIC X(12).
           05  REPORT-PARM-FOUND      PIC X(01).
           05  REPORT-PARM-TEXT       PIC X(20).
           05  REPORT-PARM-NUMBER     PIC 9(9)V99.

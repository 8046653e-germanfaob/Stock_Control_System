       01  REPORT-REQUEST EXTERNAL.
           05  REQUEST-ACTIVE-FLAG    PIC X(01).
               88  REQUEST-IS-ACTIVE      VALUE "Y".
           05  REQUEST-NAME           PIC X(12).
           05  REQUEST-PROGRAM        PIC X(30).
           05  REQUEST-RUN-DATE       PIC 9(8).
           05  REQUEST-PARM-COUNT     PIC 9(2).
           05  REQUEST-PARM OCCURS 8 TIMES.
               10  REQUEST-PARM-KEY   PIC X(12).
               10  REQUEST-PARM-VALUE PIC X(20).

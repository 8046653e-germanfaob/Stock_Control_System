       FD  BANK-STATEMENT-FILE.
       01  BANK-LINE-REGISTRATION.
           05  BANK-LINE-KEY.
               10  BANK-LINE-DATE    PIC 9(8).
               10  BANK-LINE-SEQ     PIC 9(4).
           05  BANK-LINE-TYPE        PIC X(01).
               88  BANK-LINE-CREDIT  VALUE "C".
               88  BANK-LINE-DEBIT   VALUE "D".
               88  BANK-LINE-BALANCE VALUE "B".
           05  BANK-LINE-AMOUNT      PIC S9(9)V99.
           05  BANK-LINE-REFERENCE   PIC X(20).
           05  BANK-LINE-DESCRIPTION PIC X(30).
           05  BANK-LINE-STATUS      PIC X(01).
               88  BANK-LINE-UNMATCHED VALUE "U".
               88  BANK-LINE-MATCHED   VALUE "M".
               88  BANK-LINE-BANK-ONLY VALUE "B".
           05  BANK-LINE-MATCH-KIND  PIC X(01).
               88  MATCHED-TO-PAYMENT     VALUE "P".
               88  MATCHED-TO-LOCKBOX     VALUE "L".
               88  MATCHED-TO-VENDOR-PAY  VALUE "V".
               88  MATCHED-TO-VENDOR-RUN  VALUE "R".
           05  BANK-LINE-MATCH-ID    PIC 9(8).
           05  BANK-LINE-COMPANY-CODE PIC X(2).

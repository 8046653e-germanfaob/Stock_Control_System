       FD  EMAIL-OUTBOX-FILE.
       01  EMAIL-OUTBOX-REGISTRATION.
           05  MAIL-ID                PIC 9(6).
           05  MAIL-CUSTOMER-ID       PIC 9(6).
           05  MAIL-CUSTOMER-EMAIL    PIC X(40).
           05  MAIL-SUBJECT           PIC X(60).
           05  MAIL-DOCUMENT-TYPE     PIC X(10).
               88  MAIL-IS-STATEMENT  VALUE "STATEMENT".
               88  MAIL-IS-INVOICE    VALUE "INVOICE".
               88  MAIL-IS-DUNNING    VALUE "DUNNING".
           05  MAIL-ATTACHMENT-NAME   PIC X(40).
           05  MAIL-QUEUED-DATE       PIC 9(8).
           05  MAIL-STATUS            PIC X(01).
               88  MAIL-IS-QUEUED     VALUE "Q".
               88  MAIL-IS-SENT       VALUE "S".
               88  MAIL-IS-BOUNCED    VALUE "B".
               88  MAIL-IS-PRINT-ONLY VALUE "P".
               88  MAIL-IS-PRINTED    VALUE "D".
           05  MAIL-STATUS-DATE       PIC 9(8).
           05  MAIL-STATUS-TEXT       PIC X(40).

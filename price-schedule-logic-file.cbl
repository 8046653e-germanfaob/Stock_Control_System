       FD  PRICE-SCHEDULE-FILE.
       01  PRICE-SCHEDULE-REGISTRATION.
           05  SCHED-ID               PIC 9(6).
           05  SCHED-PRODUCT-ID       PIC X(15).
           05  SCHED-EFFECTIVE-DATE   PIC 9(8).
           05  SCHED-KIND             PIC X(01).
               88  SCHED-IS-NEW-PRICE VALUE "F".
               88  SCHED-IS-PERCENT   VALUE "P".
           05  SCHED-NEW-PRICE        PIC 9(6)V99.
           05  SCHED-PERCENT          PIC S9(3)V99.
           05  SCHED-STATUS           PIC X(01).
               88  SCHED-IS-HELD      VALUE "H".
               88  SCHED-IS-PENDING   VALUE "P".
               88  SCHED-IS-APPLIED   VALUE "A".
               88  SCHED-IS-CANCELLED VALUE "C".
           05  SCHED-ENTERED-BY       PIC X(10).
           05  SCHED-ENTERED-DATE     PIC 9(8).
           05  SCHED-APPLIED-DATE     PIC 9(8).
           05  SCHED-OLD-PRICE        PIC 9(6)V99.
           05  SCHED-APPLIED-PRICE    PIC 9(6)V99.

       FD  TILL-SESSIONS-FILE.
       01  TILL-SESSION-REGISTRATION.
           05  TILL-SESSION-KEY.
               10  TILL-SESSION-DATE  PIC 9(8).
               10  TILL-ID            PIC X(4).
               10  TILL-OPERATOR-ID   PIC X(10).
           05  TILL-STATUS            PIC X(01).
               88  TILL-IS-OPEN       VALUE "O".
               88  TILL-IS-CLOSED     VALUE "C".
           05  TILL-OPENING-FLOAT     PIC 9(7)V99.
           05  TILL-DENOM-COUNTS.
               10  TILL-DENOM-COUNT   PIC 9(5) OCCURS 12 TIMES.
           05  TILL-COUNTED-CASH      PIC 9(7)V99.
           05  TILL-CARD-SLIPS        PIC 9(7)V99.
           05  TILL-CASH-SALES        PIC 9(7)V99.
           05  TILL-CARD-SALES        PIC 9(7)V99.
           05  TILL-CASH-SALE-COUNT   PIC 9(5).
           05  TILL-CARD-SALE-COUNT   PIC 9(5).
           05  TILL-OVER-SHORT        PIC S9(7)V99.
           05  TILL-REASON-CODE       PIC X(20).
           05  TILL-POSTED-OVER-SHORT PIC S9(7)V99.
           05  TILL-REOPENED-BY       PIC X(10).

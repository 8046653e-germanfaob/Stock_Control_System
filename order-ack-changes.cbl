      * What an amendment did to an order since it was last
      * acknowledged, so the revised acknowledgement can mark each
      * line added, deleted or re-quantified.
       01  ACK-CHANGE-COUNT PIC 9(3).
       01  ACK-CHANGE-TABLE.
           05  ACK-CHANGE-ENTRY OCCURS 50 TIMES.
               10  ACK-CHANGE-LINE     PIC 9(3).
               10  ACK-CHANGE-KIND     PIC X(01).
                   88  ACK-LINE-ADDED       VALUE "A".
                   88  ACK-LINE-DELETED     VALUE "D".
                   88  ACK-LINE-QTY-CHANGED VALUE "Q".
                   88  ACK-LINE-WITHDRAWN   VALUE "X".
               10  ACK-CHANGE-PRODUCT  PIC X(15).
               10  ACK-CHANGE-OLD-QTY  PIC 9(3).

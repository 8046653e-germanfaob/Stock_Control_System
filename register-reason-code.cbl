       GOBACK.

       REASON-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Movement Reason Code Menu"
       DISPLAY "1. Register a reason code"

       ASK-REASON-MOVE-TYPE.
       DISPLAY "Allowed movement type - (E)ntry, e(X)it, "
       "(W)rite-off, (T)ill over/short, (B)ad debt/receivable "
       "write-off, or blank for any: ".
       ACCEPT REASON-MOVE-TYPE.
       IF REASON-MOVE-TYPE = "e"
           MOVE "E" TO REASON-MOVE-TYPE.
           MOVE "X" TO REASON-MOVE-TYPE.
       IF REASON-MOVE-TYPE = "w"
           MOVE "W" TO REASON-MOVE-TYPE.
       IF REASON-MOVE-TYPE = "t"
           MOVE "T" TO REASON-MOVE-TYPE.
       IF REASON-MOVE-TYPE = "b"
           MOVE "B" TO REASON-MOVE-TYPE.
       IF REASON-MOVE-TYPE NOT = "E" AND REASON-MOVE-TYPE NOT = "X"
           AND REASON-MOVE-TYPE NOT = "W"
           AND REASON-MOVE-TYPE NOT = "T"
           AND REASON-MOVE-TYPE NOT = "B"
           AND REASON-MOVE-TYPE NOT = SPACE
           DISPLAY "Enter E, X, W, T, B or leave blank."
           PERFORM ASK-REASON-MOVE-TYPE
       END-IF.


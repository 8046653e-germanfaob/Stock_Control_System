           SELECT CHANNEL-FEED-FILE ASSIGN TO "CHANNELFEED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEED-STATE-KEY.

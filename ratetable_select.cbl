               ASSIGN TO "RATETABLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-RATE-KEY
               FILE STATUS IS WS-RATE-FILE-STATUS.

               ASSIGN TO "BALSNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-ACCOUNT-NUMBER
               FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.

               ASSIGN TO "SEQTRACK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-ACCOUNT-NUMBER
               FILE STATUS IS WS-SEQTRACK-FILE-STATUS.

               ASSIGN TO "HOLDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-ACCOUNT-NUMBER
               FILE STATUS IS WS-HOLDS-FILE-STATUS.

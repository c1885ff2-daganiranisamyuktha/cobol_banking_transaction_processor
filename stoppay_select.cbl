      *================================================================*
      * Shared FILE-CONTROL entry for the Stop Payment File.          *
      * COPYed by every program that opens STOPPAY, so the access     *
      * mode and keys never drift between programs.                   *
      *================================================================*
           SELECT STOP-PAYMENT-FILE
               ASSIGN TO "STOPPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-STOP-KEY
               ALTERNATE RECORD KEY IS SP-CUSTOMER-ID WITH DUPLICATES
               FILE STATUS IS WS-STOP-PAYMENT-FILE-STATUS.

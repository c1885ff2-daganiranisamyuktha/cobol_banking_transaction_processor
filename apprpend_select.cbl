      *================================================================*
      * Shared FILE-CONTROL entry for the Approval Queue File.        *
      * COPYed by every program that opens APPRPEND, so the access    *
      * mode and key never drift between programs.                    *
      *================================================================*
           SELECT APPROVAL-QUEUE-FILE
               ASSIGN TO "APPRPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-QUEUE-KEY
               FILE STATUS IS WS-APPROVAL-QUEUE-STATUS.

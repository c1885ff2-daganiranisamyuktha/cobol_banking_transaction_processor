      *================================================================*
      * Shared FILE-CONTROL entry for the Certificate Master File.    *
      * COPYed by every program that opens CERTMASTER, so the access  *
      * mode and key never drift between programs.                    *
      *================================================================*
           SELECT CERTIFICATE-MASTER-FILE
               ASSIGN TO "CERTMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-ACCOUNT-NUMBER
               FILE STATUS IS WS-CERTIFICATE-FILE-STATUS.

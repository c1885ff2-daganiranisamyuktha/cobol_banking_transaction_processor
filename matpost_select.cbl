      *================================================================*
      * Shared FILE-CONTROL entry for the Maturity Posting File.      *
      * COPYed by every program that writes or reads MATPOST, so the  *
      * organization never drifts between programs.                   *
      *================================================================*
           SELECT MATURITY-POSTING-FILE
               ASSIGN TO "MATPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATPOST-FILE-STATUS.

      *================================================================*
      * Shared FILE-CONTROL entry for the Charge-Off Posting File.    *
      * COPYed by every program that writes or reads CHGOFFPOST, so   *
      * the organization never drifts between programs.               *
      *================================================================*
           SELECT CHARGE-OFF-POSTING-FILE
               ASSIGN TO "CHGOFFPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGPOST-FILE-STATUS.

      * Shared Holds File Record Structure.                           *
      * COPYed into the FILE SECTION of every program that reads or   *
      * writes HOLDS, so the layout never drifts between them. One    *
      * record per account; a released hold keeps its record (with    *
      * the release date) until the retention purge archives it.      *
      *================================================================*
       FD  HOLDS-FILE.
       01  HOLDS-RECORD.
           05  HD-ACCOUNT-NUMBER      PIC X(10).
           05  HD-HOLD-STATUS         PIC X.
               88  HOLD-ACTIVE            VALUE 'A'.
               88  HOLD-RELEASED          VALUE 'R'.
           05  HD-REASON-CODE         PIC X(02).
      *    A SCREENING HOLD IS PLACED BY A POSSIBLE WATCH-LIST MATCH
      *    AND IS RELEASED ONLY THROUGH SCREENING-REVIEW.
               88  HOLD-FOR-SCREENING     VALUE 'SC'.
           05  HD-PLACED-DATE         PIC 9(08).
           05  HD-RELEASED-DATE       PIC 9(08).

      * Shared Sequence Tracking File Record Structure.               *
      * COPYed into the FILE SECTION of every program that reads or   *
      * writes SEQTRACK, so the layout never drifts between them.     *
      * One record per account number, holding the highest            *
      * TR-SEQUENCE-NUMBER applied by the posting run.                *
      *================================================================*
       FD  SEQUENCE-TRACKING-FILE.
       01  SEQUENCE-TRACKING-RECORD.
           05  ST-ACCOUNT-NUMBER        PIC X(10).
           05  ST-LAST-SEQUENCE-NUMBER  PIC 9(9).

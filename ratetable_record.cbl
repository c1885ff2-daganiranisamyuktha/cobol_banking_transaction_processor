      * Shared Rate Table File Record Structure.                      *
      * COPYed into the FILE SECTION of every program that reads or   *
      * writes RATETABLE, so the layout never drifts between them.    *
      * One record per product and account status, holding the        *
      * annual interest rate an account of that product earns in      *
      * that status. RATE-MAINTENANCE is the only program that        *
      * writes this file; INTEREST-CALC reads it every night.         *
      *================================================================*
       FD  RATE-TABLE-FILE.
       01  RATE-TABLE-RECORD.
           05  RT-RATE-KEY.
               10  RT-PRODUCT-CODE    PIC X(3).
               10  RT-ACCOUNT-STATUS  PIC X(10).
           05  RT-ANNUAL-RATE         PIC 9V9(6).
      *    A RATE CHANGE ENTERED AHEAD OF TIME WAITS HERE UNTIL ITS
      *    EFFECTIVE DATE: INTEREST-CALC USES THE PENDING RATE ONCE

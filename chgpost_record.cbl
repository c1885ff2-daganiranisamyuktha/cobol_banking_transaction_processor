      *================================================================*
      * Shared Charge-Off Posting File Record Structure.              *
      * COPYed into the FILE SECTION of every program that writes or  *
      * reads CHGOFFPOST, so the layout never drifts between them.    *
      * One record per overdrawn balance OVERDRAFT-COLLECTIONS writes *
      * off to zero, which DAILY-RECONCILIATION consumes as           *
      * recognized balance movement, the same way certificate payouts *
      * ride MATPOST.                                                 *
      *================================================================*
       FD  CHARGE-OFF-POSTING-FILE.
       01  CHARGE-OFF-POSTING-RECORD.
           05  CG-ACCOUNT-NUMBER      PIC X(10).
      *    THE BUSINESS DATE THE CHARGE-OFF POSTED; THE RECONCILIATION
      *    COUNTS ONLY RECORDS STAMPED WITH TONIGHT'S DATE.
           05  CG-BUSINESS-DATE       PIC 9(8).
           05  CG-BALANCE-BEFORE      PIC S9(10)V99.
      *    ALWAYS POSITIVE: THE OVERDRAWN BALANCE WRITTEN BACK UP TO
      *    ZERO, WHICH IS ALSO THE LOSS BOOKED.
           05  CG-SIGNED-AMOUNT       PIC S9(10)V99.
           05  CG-BALANCE-AFTER       PIC S9(10)V99.
           05  CG-DAYS-OVERDRAWN      PIC 9(5).
